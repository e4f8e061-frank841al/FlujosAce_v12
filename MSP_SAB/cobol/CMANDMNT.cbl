      *                    POR CUENTA-VALOR (MANDMAST): ALTA CON     *
      *                    VALIDACION DEL DOCUMENTO DEL APODERADO    *
      *                    (DOCCHK), REVOCACION Y CONSULTA.          *
      * 14/09/2026 JQ      ALTA. CADA ALTA O REVOCACION ACEPTADA     *
      *                    DEJA IMAGEN ANTES/DESPUES EN LA BITACORA  *
      *                    COMUN MNTJRNL (MNTJRNW) CON OPERADOR Y    *
      *                    TERMINAL.                                 *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88 WS-MN-OK                           VALUE '00'.
           88 WS-MN-NO-ENCONTRADO                VALUE '23'.
       COPY DOCVAL.
       COPY MNTJRNWP.
       LINKAGE SECTION.
       COPY MANDP.
       PROCEDURE DIVISION USING MNP-PARAMETROS.
       0000-MAINLINE.
           MOVE '00'   TO MNP-COD-RETORNO
           MOVE SPACES TO MNP-COD-ERROR-DEV
           MOVE SPACES TO MJW-IMAGEN-ANTERIOR
           EVALUATE TRUE
              WHEN MNP-FN-ALTA
                 PERFORM 2000-ALTA-MANDATO
                    MOVE '22'     TO MNP-COD-RETORNO
                    MOVE 'MND003' TO MNP-COD-ERROR-DEV
              END-WRITE
              IF MNP-COD-RETORNO = '00'
                 PERFORM 8000-GRABAR-BITACORA
              END-IF
              MOVE MN-ESTADO TO MNP-ESTADO-RESULTANTE
              CLOSE MANDATO-MAESTRO
           END-IF
                 MOVE 'MND004' TO MNP-COD-ERROR-DEV
           END-READ
           IF MNP-COD-RETORNO = '00'
              MOVE MN-REGISTRO-MANDATO TO MJW-IMAGEN-ANTERIOR
              MOVE 'R' TO MN-ESTADO
              REWRITE MN-REGISTRO-MANDATO
              PERFORM 8000-GRABAR-BITACORA
              MOVE MN-ESTADO TO MNP-ESTADO-RESULTANTE
           END-IF
           CLOSE MANDATO-MAESTRO
           .
       4000-CONSULTAR-MANDATO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8000-GRABAR-BITACORA.
           MOVE 'MANDMAST'             TO MJW-MAESTRO
           MOVE 'CMANDMNT'             TO MJW-PROGRAMA
           MOVE MNP-FUNCION            TO MJW-FUNCION
           MOVE MNP-USU-OPERADOR       TO MJW-USUARIO
           MOVE MNP-TERMINAL           TO MJW-TERMINAL
           MOVE MN-CLAVE               TO MJW-CLAVE
           MOVE MN-REGISTRO-MANDATO    TO MJW-IMAGEN-NUEVA
           CALL 'MNTJRNW' USING MJW-PARAMETROS
           .
       8000-GRABAR-BITACORA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

      *                    BURSATIL (MARGMAST): ALTA, MODIFICACION,  *
      *                    CANCELACION Y DESCONGELAMIENTO MANUAL     *
      *                    TRAS REGULARIZAR LA COBERTURA.            *
      * 14/09/2026 JQ      ALTA. CADA ALTA, MODIFICACION,            *
      *                    CANCELACION O DESCONGELAMIENTO ACEPTADO   *
      *                    DEJA IMAGEN ANTES/DESPUES EN LA BITACORA  *
      *                    COMUN MNTJRNL (MNTJRNW) CON OPERADOR Y    *
      *                    TERMINAL.                                 *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * DA DE ALTA, MODIFICA, CANCELA O DESCONGELA LA LINEA DE       *
           88 WS-MG-OK                           VALUE '00'.
           88 WS-MG-NO-ENCONTRADO                VALUE '23'.
           88 WS-MG-DUPLICADO                    VALUE '22'.
       COPY MNTJRNWP.
       LINKAGE SECTION.
       COPY MARGMNTP.
       PROCEDURE DIVISION USING MGM-PARAMETROS.
       1000-INICIALIZAR.
           MOVE '00'   TO MGM-COD-RETORNO
           MOVE SPACES TO MGM-COD-ERROR-DEV
           MOVE SPACES TO MJW-IMAGEN-ANTERIOR
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
                 MOVE '22'     TO MGM-COD-RETORNO
                 MOVE 'MRG002' TO MGM-COD-ERROR-DEV
           END-WRITE
           IF MGM-COD-RETORNO = '00'
              PERFORM 8000-GRABAR-BITACORA
           END-IF
           .
       2000-DAR-DE-ALTA-EXIT.
           EXIT.
                 MOVE '12'     TO MGM-COD-RETORNO
                 MOVE 'MRG003' TO MGM-COD-ERROR-DEV
           END-READ
           IF MGM-COD-RETORNO = '00'
              MOVE MG-REGISTRO-LINEA TO MJW-IMAGEN-ANTERIOR
           END-IF
           .
       6000-LEER-LINEA-EXIT.
           EXIT.
                 MOVE '16'     TO MGM-COD-RETORNO
                 MOVE 'MRG006' TO MGM-COD-ERROR-DEV
           END-REWRITE
           IF MGM-COD-RETORNO = '00'
              PERFORM 8000-GRABAR-BITACORA
           END-IF
           .
       6100-REESCRIBIR-LINEA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8000-GRABAR-BITACORA.
           MOVE 'MARGMAST'             TO MJW-MAESTRO
           MOVE 'CMRGMNT'              TO MJW-PROGRAMA
           MOVE MGM-FUNCION            TO MJW-FUNCION
           MOVE MGM-USU-OPERADOR       TO MJW-USUARIO
           MOVE MGM-TERMINAL           TO MJW-TERMINAL
           MOVE MG-CTAVALOR            TO MJW-CLAVE
           MOVE MG-REGISTRO-LINEA      TO MJW-IMAGEN-NUEVA
           CALL 'MNTJRNW' USING MJW-PARAMETROS
           .
       8000-GRABAR-BITACORA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

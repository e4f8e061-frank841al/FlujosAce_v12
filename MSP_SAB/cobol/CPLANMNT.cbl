      *                    INVERSION PROGRAMADA (PLANMAST): ALTA,    *
      *                    MODIFICACION Y SUSPENSION, MISMO ESQUEMA  *
      *                    QUE CBRKMANT SOBRE BRKMAST.               *
      * 14/09/2026 JQ      ALTA. CADA ALTA, MODIFICACION O           *
      *                    SUSPENSION ACEPTADA DEJA IMAGEN           *
      *                    ANTES/DESPUES EN LA BITACORA COMUN        *
      *                    MNTJRNL (MNTJRNW) CON USUARIO Y TERMINAL. *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * DA DE ALTA, MODIFICA O SUSPENDE EL PLAN DE COMPRA PERIODICA  *
           88 WS-PL-NO-ENCONTRADO                VALUE '23'.
           88 WS-PL-DUPLICADO                    VALUE '22'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       COPY MNTJRNWP.
       LINKAGE SECTION.
       COPY PLANMNTP.
       PROCEDURE DIVISION USING PLM-PARAMETROS.
           MOVE '00'   TO PLM-COD-RETORNO
           MOVE SPACES TO PLM-COD-ERROR-DEV
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE SPACES TO MJW-IMAGEN-ANTERIOR
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
                    MOVE '22'     TO PLM-COD-RETORNO
                    MOVE 'PLN004' TO PLM-COD-ERROR-DEV
              END-WRITE
              IF PLM-COD-RETORNO = '00'
                 PERFORM 8000-GRABAR-BITACORA
              END-IF
           END-IF
           .
       2000-DAR-DE-ALTA-EXIT.
                    MOVE '16'     TO PLM-COD-RETORNO
                    MOVE 'PLN006' TO PLM-COD-ERROR-DEV
              END-REWRITE
              IF PLM-COD-RETORNO = '00'
                 PERFORM 8000-GRABAR-BITACORA
              END-IF
           END-IF
           .
       3000-MODIFICAR-EXIT.
                    MOVE '16'     TO PLM-COD-RETORNO
                    MOVE 'PLN006' TO PLM-COD-ERROR-DEV
              END-REWRITE
              IF PLM-COD-RETORNO = '00'
                 PERFORM 8000-GRABAR-BITACORA
              END-IF
           END-IF
           .
       4000-SUSPENDER-EXIT.
                 MOVE '12'     TO PLM-COD-RETORNO
                 MOVE 'PLN005' TO PLM-COD-ERROR-DEV
           END-READ
           IF PLM-COD-RETORNO = '00'
              MOVE PL-REGISTRO-PLAN TO MJW-IMAGEN-ANTERIOR
           END-IF
           .
       5000-LEER-PLAN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8000-GRABAR-BITACORA.
           MOVE 'PLANMAST'             TO MJW-MAESTRO
           MOVE 'CPLANMNT'             TO MJW-PROGRAMA
           MOVE PLM-FUNCION            TO MJW-FUNCION
           MOVE PLM-USUARIO            TO MJW-USUARIO
           MOVE PLM-TERMINAL           TO MJW-TERMINAL
           MOVE PL-CLAVE               TO MJW-CLAVE
           MOVE PL-REGISTRO-PLAN       TO MJW-IMAGEN-NUEVA
           CALL 'MNTJRNW' USING MJW-PARAMETROS
           .
       8000-GRABAR-BITACORA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

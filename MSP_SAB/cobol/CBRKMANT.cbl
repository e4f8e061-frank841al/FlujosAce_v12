      * 09/08/2026 JQ      ALTA. MANTENIMIENTO DE LIMITE DIARIO Y    *
      *                    CONVENIO DE COMISION POR BROKER (BRKMAST),*
      *                    COMPLEMENTO DE LA CONSULTA CBRKS.         *
      * 14/09/2026 JQ      ALTA. CADA ALTA, MODIFICACION O BAJA      *
      *                    ACEPTADA DEJA IMAGEN ANTES/DESPUES EN LA  *
      *                    BITACORA COMUN MNTJRNL (MNTJRNW) CON      *
      *                    OPERADOR Y TERMINAL.                      *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * DA DE ALTA, MODIFICA O DA DE BAJA (INACTIVA) EL REGISTRO DE  *
           88 WS-BM-OK                           VALUE '00'.
           88 WS-BM-NO-ENCONTRADO                VALUE '23'.
           88 WS-BM-DUPLICADO                    VALUE '22'.
       COPY MNTJRNWP.
       LINKAGE SECTION.
       COPY BRKMANT.
       PROCEDURE DIVISION USING BK-PARAMETROS.
           MOVE '00'   TO BK-COD-RETORNO
           MOVE SPACES TO BK-COD-ERROR-DEV
           MOVE BK-BROKER TO BM-BROKER
           MOVE SPACES    TO MJW-IMAGEN-ANTERIOR
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
                 MOVE '12'     TO BK-COD-RETORNO
                 MOVE 'BRK002' TO BK-COD-ERROR-DEV
           END-WRITE
           IF BK-COD-RETORNO = '00'
              PERFORM 8000-GRABAR-BITACORA
           END-IF
           .
       2000-DAR-DE-ALTA-EXIT.
           EXIT.
                 MOVE 'BRK003' TO BK-COD-ERROR-DEV
           END-READ
           IF BK-COD-RETORNO = '00'
              MOVE BM-REGISTRO-BROKER TO MJW-IMAGEN-ANTERIOR
              MOVE BK-NOMB-BROKER    TO BM-NOMB-BROKER
              MOVE BK-LIMITE-DIARIO  TO BM-LIMITE-DIARIO
              MOVE BK-COMISION-PCT   TO BM-COMISION-PCT
                    MOVE '16'     TO BK-COD-RETORNO
                    MOVE 'BRK004' TO BK-COD-ERROR-DEV
              END-REWRITE
              IF BK-COD-RETORNO = '00'
                 PERFORM 8000-GRABAR-BITACORA
              END-IF
           END-IF
           .
       3000-MODIFICAR-EXIT.
                 MOVE 'BRK003' TO BK-COD-ERROR-DEV
           END-READ
           IF BK-COD-RETORNO = '00'
              MOVE BM-REGISTRO-BROKER TO MJW-IMAGEN-ANTERIOR
              MOVE 'I' TO BM-ESTADO
              REWRITE BM-REGISTRO-BROKER
                 INVALID KEY
                    MOVE '16'     TO BK-COD-RETORNO
                    MOVE 'BRK004' TO BK-COD-ERROR-DEV
              END-REWRITE
              IF BK-COD-RETORNO = '00'
                 PERFORM 8000-GRABAR-BITACORA
              END-IF
           END-IF
           .
       4000-DAR-DE-BAJA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8000-GRABAR-BITACORA.
           MOVE 'BRKMAST'              TO MJW-MAESTRO
           MOVE 'CBRKMANT'             TO MJW-PROGRAMA
           MOVE BK-FUNCION             TO MJW-FUNCION
           MOVE BK-USU-OPERADOR        TO MJW-USUARIO
           MOVE BK-TERMINAL            TO MJW-TERMINAL
           MOVE BM-BROKER              TO MJW-CLAVE
           MOVE BM-REGISTRO-BROKER     TO MJW-IMAGEN-NUEVA
           CALL 'MNTJRNW' USING MJW-PARAMETROS
           .
       8000-GRABAR-BITACORA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

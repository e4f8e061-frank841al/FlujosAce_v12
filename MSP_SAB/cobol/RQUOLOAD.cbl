      *                    CLASE (QTOLPARM) QUEDA RETENIDO EN        *
      *                    QUOPEND PARA DECISION DE OPERACIONES      *
      *                    (CQUOAPRO), CON TRAZA EN ERRLOG.          *
      * 14/09/2026 JQ      ALTA. AL TERMINAR LA CARGA SE CORRE EL    *
      *                    BARRIDO DE ACTIVACION DE ORDENES          *
      *                    CONDICIONADAS (CONDTRG) CONTRA LOS        *
      *                    PRECIOS RECIEN APLICADOS.                 *
      * 14/09/2026 JQ      ALTA. EL USUARIO DEL RECHAZO EN LA TRAZA  *
      *                    VA EN BLANCO (ETAPA BATCH).               *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * QUOCHK ATRAPA LA COTIZACION VIEJA PERO NO LA EQUIVOCADA: UN  *
           88 WS-FUERA-TOLERANCIA                VALUE 'S'.
       COPY ERRLOGWP.
       COPY BCHCTLP.
       COPY CONDTRGP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           MOVE QF-NEMONICO TO EW-VAR1
           MOVE QP-PCT-VARIACION TO WS-PCT-VARIACION-ED
           MOVE WS-PCT-VARIACION-ED TO EW-VAR2
           MOVE SPACES      TO EW-USUARIO
           CALL 'ERRLOGW' USING EW-PARAMETROS
           .
       4000-RETENER-PRECIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CON QUOTEMST YA CERRADO, EL BARRIDO DE ACTIVACION EVALUA     *
      * TODAS LAS ORDENES LATENTES CONTRA LOS PRECIOS DE ESTA CARGA. *
      * LOS PRECIOS RETENIDOS SE EVALUAN AL APROBARSE (CQUOAPRO).    *
      *--------------------------------------------------------------*
       8000-ACTIVAR-CONDICIONADAS.
           MOVE SPACES     TO CDT-NEMONICO
           MOVE 'RQUOLOAD' TO CDT-PROGRAMA-ORIGEN
           CALL 'CONDTRG' USING CDT-PARAMETROS
           IF NOT CDT-BARRIDO-OK
              DISPLAY 'RQUOLOAD - BARRIDO DE CONDICIONADAS NO CORRIO: '
                      CDT-COD-RETORNO
           END-IF
           .
       8000-ACTIVAR-CONDICIONADAS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE PRECIOS-ENTRANTES COTIZACION-MAESTRO
                 COTIZACION-HISTORICO NEMONICO-MAESTRO
                 TOLERANCIA-CLASE PRECIO-RETENIDO
           PERFORM 8000-ACTIVAR-CONDICIONADAS
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RQUOLOAD'   TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
                   WS-TOT-APLICADOS
           DISPLAY 'RQUOLOAD - PRECIOS RETENIDOS  : '
                   WS-TOT-RETENIDOS
           DISPLAY 'RQUOLOAD - CONDICIONADAS ACT. : '
                   CDT-TOT-ACTIVADAS
           DISPLAY 'RQUOLOAD - ACTIVADAS RECHAZ.  : '
                   CDT-TOT-RECHAZADAS
           .
       9000-FIN-EXIT.
           EXIT.

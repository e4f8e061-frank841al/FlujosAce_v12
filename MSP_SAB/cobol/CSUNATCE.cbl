      * 09/08/2026 JQ      ALTA. GENERACION DE CERTIFICADOS DE       *
      *                    RETENCION SUNAT POR COMISION SOBRE EL     *
      *                    EXTRACTO DIARIO DE POLIZAS (POLEXT).      *
      * 21/09/2026 JQ      ALTA. CUENTA MANCOMUNADA                  *
      *                    (COTICHK/COTITUL): LA POLIZA EMITE UN     *
      *                    CERTIFICADO POR TITULAR CON SU NOMBRE,    *
      *                    DOCUMENTO Y PARTE DE LA COMISION Y DE LA  *
      *                    RETENCION SEGUN SU PARTICIPACION (EL      *
      *                    ULTIMO ABSORBE EL REDONDEO). SI LAS       *
      *                    PARTICIPACIONES NO SUMAN 100 SE EMITE UNO *
      *                    SOLO A NOMBRE DEL CLIENTE Y SE AVISA.     *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LEE EL EXTRACTO DIARIO DE POLIZAS LIQUIDADAS (POLEXT, DERI-  *
       77  WS-TOT-POLIZAS               PIC 9(07) COMP VALUE 0.
       77  WS-TOT-CERTIFICADOS          PIC 9(07) COMP VALUE 0.
       77  WS-TOT-RETENIDO              PIC S9(15)V99 COMP-3 VALUE 0.
       77  WS-TOT-SIN-PRORRATEO         PIC 9(07) COMP VALUE 0.
       77  WS-IDX-TIT                   PIC 9(02) COMP VALUE 0.
       77  WS-AS-AFECTO                 PIC S9(12)V9(02) COMP-3.
       77  WS-AS-RETENIDO               PIC S9(12)V9(02) COMP-3.
       77  WS-RETENIDO-POLIZA           PIC S9(12)V9(02) COMP-3.
       01  WS-ULTIMO-CERTIFICADO        PIC S9(09) VALUE 0.
       COPY COTCHKP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
       2000-PROCESAR-POLIZA.
           ADD 1 TO WS-TOT-POLIZAS
           IF PE-TOTAL-COMISION > WS-IMPORTE-MINIMO
              PERFORM 2050-EVALUAR-COTITULARES
           END-IF
           READ POLIZA-EXT
              AT END MOVE 'S' TO WS-EOF-POLIZA
           .
       2000-PROCESAR-POLIZA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LA POLIZA DE UNA CUENTA MANCOMUNADA CON PARTICIPACIONES QUE  *
      * SUMAN 100 EMITE UN CERTIFICADO POR TITULAR; LAS DEMAS UNO.   *
      *--------------------------------------------------------------*
       2050-EVALUAR-COTITULARES.
           MOVE 'C'            TO TCK-FUNCION
           MOVE PE-CTA-VALOR   TO TCK-CTA-VALOR
           MOVE SPACES         TO TCK-FIRMAS-PRESENTADAS
           CALL 'COTICHK' USING TCK-PARAMETROS
           IF TCK-COTITULARIDAD-OK
              COMPUTE WS-RETENIDO-POLIZA ROUNDED =
                      PE-TOTAL-COMISION * WS-TASA-RETENCION
              MOVE 0 TO WS-AS-AFECTO WS-AS-RETENIDO
              PERFORM 2200-EMITIR-CERTIFICADO-TITULAR
                 VARYING WS-IDX-TIT FROM 1 BY 1
                 UNTIL WS-IDX-TIT > TCK-NRO-TITULARES
           ELSE
              IF TCK-PORCENTAJES-NO-CUADRAN
                 ADD 1 TO WS-TOT-SIN-PRORRATEO
                 DISPLAY 'CSUNATCE - CUENTA MANCOMUNADA SIN PRORRATEO '
                         PE-CTA-VALOR ' POLIZA ' PE-NRO-POLIZA
              END-IF
              PERFORM 2100-EMITIR-CERTIFICADO
           END-IF
           .
       2050-EVALUAR-COTITULARES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-EMITIR-CERTIFICADO.
           ADD 1 TO WS-ULTIMO-CERTIFICADO
           MOVE WS-TASA-RETENCION       TO SC-TASA-RETENCION
           COMPUTE SC-IMPORTE-RETENIDO ROUNDED =
                   PE-TOTAL-COMISION * WS-TASA-RETENCION
           MOVE 100                     TO SC-PORC-PARTICIPACION
           WRITE SC-CERTIFICADO-RETENCION
           ADD 1 TO WS-TOT-CERTIFICADOS
           ADD SC-IMPORTE-RETENIDO TO WS-TOT-RETENIDO
           .
       2100-EMITIR-CERTIFICADO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2200-EMITIR-CERTIFICADO-TITULAR.
           ADD 1 TO WS-ULTIMO-CERTIFICADO
           MOVE SPACES                  TO SC-CERTIFICADO-RETENCION
           MOVE WS-ULTIMO-CERTIFICADO   TO SC-NRO-CERTIFICADO
           MOVE PE-NRO-POLIZA           TO SC-NRO-POLIZA
           MOVE PE-FEC-EJECUCION        TO SC-FEC-EMISION
           MOVE PE-COD-CLIENTE          TO SC-COD-CLIENTE
           MOVE TCK-NOMBRE(WS-IDX-TIT)  TO SC-NOMBRE-CLIENTE
           MOVE TCK-NUME-DOC(WS-IDX-TIT) TO SC-DOCUMENTO
           MOVE PE-DIRECCION            TO SC-DIRECCION
           MOVE PE-COD-MONEDA           TO SC-COD-MONEDA
           MOVE WS-TASA-RETENCION       TO SC-TASA-RETENCION
           MOVE TCK-PORCENTAJE(WS-IDX-TIT) TO SC-PORC-PARTICIPACION
           IF WS-IDX-TIT < TCK-NRO-TITULARES
              COMPUTE SC-IMPORTE-AFECTO ROUNDED =
                      PE-TOTAL-COMISION
                      * TCK-PORCENTAJE(WS-IDX-TIT) / 100
              COMPUTE SC-IMPORTE-RETENIDO ROUNDED =
                      WS-RETENIDO-POLIZA
                      * TCK-PORCENTAJE(WS-IDX-TIT) / 100
           ELSE
              COMPUTE SC-IMPORTE-AFECTO =
                      PE-TOTAL-COMISION - WS-AS-AFECTO
              COMPUTE SC-IMPORTE-RETENIDO =
                      WS-RETENIDO-POLIZA - WS-AS-RETENIDO
           END-IF
           ADD SC-IMPORTE-AFECTO   TO WS-AS-AFECTO
           ADD SC-IMPORTE-RETENIDO TO WS-AS-RETENIDO
           WRITE SC-CERTIFICADO-RETENCION
           ADD 1 TO WS-TOT-CERTIFICADOS
           ADD SC-IMPORTE-RETENIDO TO WS-TOT-RETENIDO
           .
       2200-EMITIR-CERTIFICADO-TITULAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           MOVE WS-ULTIMO-CERTIFICADO TO SEQ-ULTIMO-CERTIFICADO
                   WS-TOT-CERTIFICADOS
           DISPLAY 'CSUNATCE - RETENCION TOTAL EMITIDA  : '
                   WS-TOT-RETENIDO
           DISPLAY 'CSUNATCE - MANCOMUNADAS SIN PRORRATEO: '
                   WS-TOT-SIN-PRORRATEO
           .
       9000-FIN-EXIT.
           EXIT.

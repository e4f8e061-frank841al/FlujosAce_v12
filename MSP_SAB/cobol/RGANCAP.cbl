      *                    SUNAT ESPERA, EN LUGAR DE REPRODUCIR EL   *
      *                    PROMEDIO MOVIL DESDE ORDARCH. LA          *
      *                    REPRODUCCION ANTERIOR QUEDA SIN EFECTO.   *
      * 21/09/2026 JQ      ALTA. CUENTA MANCOMUNADA                  *
      *                    (COTICHK/COTITUL): BAJO CADA LINEA DE LA  *
      *                    CUENTA SE PRORRATEA LA VENTA POR TITULAR  *
      *                    SEGUN SU PARTICIPACION (EL ULTIMO TITULAR *
      *                    ABSORBE EL REDONDEO), PARA QUE CADA UNO   *
      *                    DECLARE SU PARTE. SI LAS PARTICIPACIONES  *
      *                    NO SUMAN 100 NO SE PRORRATEA Y SE AVISA.  *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RECORRE EL LIBRO DE GANANCIAS REALIZADAS POR RELEVO FIFO     *
       77  WS-POS-ACUM                 PIC 9(05) COMP VALUE 0.
       77  WS-POS-CLIENTE              PIC 9(05) COMP VALUE 0.
       77  WS-IDX                      PIC 9(05) COMP VALUE 0.
       77  WS-IDX-TIT                  PIC 9(02) COMP VALUE 0.
       77  WS-TOT-PRORRATEADAS         PIC 9(05) COMP VALUE 0.
       77  WS-TOT-SIN-PRORRATEO        PIC 9(05) COMP VALUE 0.
       01  WS-CTA-COTITULAR            PIC X(20) VALUE SPACES.
       01  WS-ASIGNADO.
           05 WS-AS-CAN-VENDIDA        PIC S9(12)V9(04) COMP-3.
           05 WS-AS-INGRESO            PIC S9(14)V9(02) COMP-3.
           05 WS-AS-COSTO              PIC S9(14)V9(02) COMP-3.
           05 WS-AS-GANANCIA           PIC S9(14)V9(02) COMP-3.
       01  WS-PARTE.
           05 WS-PT-CAN-VENDIDA        PIC S9(12)V9(04) COMP-3.
           05 WS-PT-INGRESO            PIC S9(14)V9(02) COMP-3.
           05 WS-PT-COSTO              PIC S9(14)V9(02) COMP-3.
           05 WS-PT-GANANCIA           PIC S9(14)V9(02) COMP-3.
       01  WS-FECHA-SISTEMA            PIC 9(08).
       01  WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
           05 WS-FEC-ANIO              PIC 9(04).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WL-GANANCIA              PIC  -(12)9.99.
           05 FILLER                   PIC  X(02) VALUE SPACES.
       01  WS-LINEA-TITULAR.
           05 FILLER                   PIC  X(02) VALUE SPACES.
           05 WH-NUME-DOC              PIC  X(18).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WH-NOMBRE                PIC  X(30).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WH-PORCENTAJE            PIC  ZZ9.99.
           05 FILLER                   PIC  X(05) VALUE ' %'.
           05 WH-CAN-VENDIDA           PIC  -(9)9.9999.
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WH-INGRESO               PIC  -(12)9.99.
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WH-COSTO                 PIC  -(12)9.99.
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WH-GANANCIA              PIC  -(12)9.99.
           05 FILLER                   PIC  X(02) VALUE SPACES.
       COPY COTCHKP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           MOVE WS-AC-COSTO(WS-IDX)       TO WL-COSTO
           MOVE WS-AC-GANANCIA(WS-IDX)    TO WL-GANANCIA
           WRITE ESTADO-GANANCIA-REC FROM WS-LINEA-DETALLE
           PERFORM 3300-PRORRATEAR-TITULARES
              THRU 3300-PRORRATEAR-TITULARES-EXIT
           .
       3100-ESCRIBIR-ACUMULADO-EXIT.
           EXIT.
           .
       3210-COMPARAR-CLIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CUENTA MANCOMUNADA: UNA LINEA POR TITULAR CON SU PARTE DE LA *
      * VENTA SEGUN LA PARTICIPACION REGISTRADA EN COTITUL. LA       *
      * CONSULTA SE REPITE SOLO AL CAMBIAR DE CUENTA.                *
      *--------------------------------------------------------------*
       3300-PRORRATEAR-TITULARES.
           IF WS-AC-CTAVALOR(WS-IDX) NOT = WS-CTA-COTITULAR
              MOVE WS-AC-CTAVALOR(WS-IDX) TO WS-CTA-COTITULAR
              MOVE 'C'                    TO TCK-FUNCION
              MOVE WS-CTA-COTITULAR       TO TCK-CTA-VALOR
              MOVE SPACES                 TO TCK-FIRMAS-PRESENTADAS
              CALL 'COTICHK' USING TCK-PARAMETROS
           END-IF
           IF TCK-SIN-COTITULARES
              GO TO 3300-PRORRATEAR-TITULARES-EXIT
           END-IF
           IF TCK-PORCENTAJES-NO-CUADRAN
              ADD 1 TO WS-TOT-SIN-PRORRATEO
              DISPLAY 'RGANCAP - CUENTA MANCOMUNADA SIN PRORRATEO '
                      WS-CTA-COTITULAR ' PARTICIPACIONES '
                      TCK-PORC-TOTAL
              GO TO 3300-PRORRATEAR-TITULARES-EXIT
           END-IF
           ADD 1 TO WS-TOT-PRORRATEADAS
           MOVE 0 TO WS-AS-CAN-VENDIDA WS-AS-INGRESO
                     WS-AS-COSTO WS-AS-GANANCIA
           PERFORM 3310-ESCRIBIR-TITULAR
              VARYING WS-IDX-TIT FROM 1 BY 1
              UNTIL WS-IDX-TIT > TCK-NRO-TITULARES
           .
       3300-PRORRATEAR-TITULARES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3310-ESCRIBIR-TITULAR.
           IF WS-IDX-TIT < TCK-NRO-TITULARES
              COMPUTE WS-PT-CAN-VENDIDA ROUNDED =
                 WS-AC-CAN-VENDIDA(WS-IDX)
                 * TCK-PORCENTAJE(WS-IDX-TIT) / 100
              COMPUTE WS-PT-INGRESO ROUNDED =
                 WS-AC-INGRESO(WS-IDX)
                 * TCK-PORCENTAJE(WS-IDX-TIT) / 100
              COMPUTE WS-PT-COSTO ROUNDED =
                 WS-AC-COSTO(WS-IDX)
                 * TCK-PORCENTAJE(WS-IDX-TIT) / 100
              COMPUTE WS-PT-GANANCIA ROUNDED =
                 WS-AC-GANANCIA(WS-IDX)
                 * TCK-PORCENTAJE(WS-IDX-TIT) / 100
           ELSE
              COMPUTE WS-PT-CAN-VENDIDA =
                 WS-AC-CAN-VENDIDA(WS-IDX) - WS-AS-CAN-VENDIDA
              COMPUTE WS-PT-INGRESO =
                 WS-AC-INGRESO(WS-IDX) - WS-AS-INGRESO
              COMPUTE WS-PT-COSTO =
                 WS-AC-COSTO(WS-IDX) - WS-AS-COSTO
              COMPUTE WS-PT-GANANCIA =
                 WS-AC-GANANCIA(WS-IDX) - WS-AS-GANANCIA
           END-IF
           ADD WS-PT-CAN-VENDIDA TO WS-AS-CAN-VENDIDA
           ADD WS-PT-INGRESO     TO WS-AS-INGRESO
           ADD WS-PT-COSTO       TO WS-AS-COSTO
           ADD WS-PT-GANANCIA    TO WS-AS-GANANCIA
           MOVE TCK-NUME-DOC(WS-IDX-TIT)      TO WH-NUME-DOC
           MOVE TCK-NOMBRE(WS-IDX-TIT)(1:30)  TO WH-NOMBRE
           MOVE TCK-PORCENTAJE(WS-IDX-TIT)    TO WH-PORCENTAJE
           MOVE WS-PT-CAN-VENDIDA             TO WH-CAN-VENDIDA
           MOVE WS-PT-INGRESO                 TO WH-INGRESO
           MOVE WS-PT-COSTO                   TO WH-COSTO
           MOVE WS-PT-GANANCIA                TO WH-GANANCIA
           WRITE ESTADO-GANANCIA-REC FROM WS-LINEA-TITULAR
           .
       3310-ESCRIBIR-TITULAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE GANANCIA-REALIZADA CLIENTE-EOD ESTADO-GANANCIA
                   WS-TOT-ACUMULADOS
           DISPLAY 'RGANCAP - DESCARTADAS (TABLA) : '
                   WS-TOT-DESCARTADAS
           DISPLAY 'RGANCAP - LINEAS PRORRATEADAS : '
                   WS-TOT-PRORRATEADAS
           DISPLAY 'RGANCAP - SIN PRORRATEO       : '
                   WS-TOT-SIN-PRORRATEO
           .
       9000-FIN-EXIT.
           EXIT.

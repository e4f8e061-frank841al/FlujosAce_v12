      *                    PRECIO SUCIO (INTERES CORRIDO DE CUPNACR  *
      *                    SOBRE EL PRECIO LIMPIO), IGUAL QUE        *
      *                    RCONCEN.                                  *
      * 14/09/2026 JQ      ALTA. UTILIZACION DEL LIMITE POR EMISOR   *
      *                    (AF-LIMITE-MAX-EMISOR): LAS POSICIONES DE *
      *                    LA CUENTA AFP SE AGRUPAN POR EL EMISOR DE *
      *                    EMISMAST (EMISCHK) Y EL TOTAL DE CADA     *
      *                    EMISOR SE REPORTA CON LOS MISMOS UMBRALES *
      *                    DE ALERTA Y EXCESO.                       *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * AFPCHK SOLO CONTROLA ORDEN POR ORDEN; ESTE BARRIDO MIRA EL   *
       77  WS-TOT-ALERTAS              PIC 9(05) COMP VALUE 0.
       77  WS-TOT-EXCESOS              PIC 9(05) COMP VALUE 0.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       77  WS-TOT-EMISORES             PIC 9(05) COMP VALUE 0.
       77  WS-POS-EMISOR               PIC 9(05) COMP VALUE 0.
       77  WS-EDX                      PIC 9(05) COMP VALUE 0.
       01  WS-VALOR-POSICION           PIC S9(14)V9(02) COMP-3.
       01  WS-PCT-UTILIZACION          PIC 9(05)V9(02) COMP-3.
       COPY CUPNACRP.
       COPY EMISCHKP.
       01  WS-TABLA-EMISOR.
           05 WS-EMISOR-ENTRY OCCURS 3000 TIMES.
              10 WS-TE-CTAVALOR        PIC  X(20).
              10 WS-TE-EMISOR          PIC  X(10).
              10 WS-TE-VALOR           PIC S9(14)V9(02) COMP-3.
       01  WS-LINEA-REPORTE.
           05 WR-CTAVALOR              PIC  X(20).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WR-PCT                   PIC  ZZZZ9.99.
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WR-CALIFICACION          PIC  X(08).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WR-TIPO                  PIC  X(08).
           05 FILLER                   PIC  X(21) VALUE SPACES.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-EVALUAR-POSICION
              UNTIL WS-CM-FIN
           PERFORM 3000-EVALUAR-EMISOR
              VARYING WS-EDX FROM 1 BY 1
              UNTIL WS-EDX > WS-TOT-EMISORES
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
              COMPUTE WS-PCT-UTILIZACION ROUNDED =
                 WS-VALOR-POSICION * 100 / AF-LIMITE-MAX-NEMONICO
              IF WS-PCT-UTILIZACION >= WS-UMBRAL-ALERTA
                 MOVE CM-CTAVALOR            TO WR-CTAVALOR
                 MOVE CM-NEMONICO            TO WR-NEMONICO
                 MOVE AF-LIMITE-MAX-NEMONICO TO WR-LIMITE
                 MOVE 'NEMONICO'             TO WR-TIPO
                 PERFORM 2200-REPORTAR-UTILIZACION
              END-IF
           END-IF
           IF WS-AF-OK
              AND AF-LIMITE-MAX-EMISOR > 0
              IF AF-LIMITE-MAX-NEMONICO = 0
                 PERFORM 2100-VALORIZAR-POSICION
              END-IF
              PERFORM 2300-ACUMULAR-EMISOR
           END-IF
           READ CARTERA NEXT RECORD
              AT END MOVE '10' TO WS-CM-STATUS
           END-READ
           EXIT.
      *--------------------------------------------------------------*
       2200-REPORTAR-UTILIZACION.
           MOVE WS-VALOR-POSICION      TO WR-VALOR
           MOVE WS-PCT-UTILIZACION     TO WR-PCT
           IF WS-PCT-UTILIZACION > 100
              MOVE 'EXCESO  ' TO WR-CALIFICACION
           .
       2200-REPORTAR-UTILIZACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2300-ACUMULAR-EMISOR.
           MOVE CM-NEMONICO TO EMI-NEMONICO
           CALL 'EMISCHK' USING EMI-PARAMETROS
           MOVE 0 TO WS-POS-EMISOR
           PERFORM 2310-COMPARAR-EMISOR
              VARYING WS-EDX FROM 1 BY 1
              UNTIL WS-EDX > WS-TOT-EMISORES
           IF WS-POS-EMISOR = 0
              AND WS-TOT-EMISORES < 3000
              ADD 1 TO WS-TOT-EMISORES
              MOVE WS-TOT-EMISORES TO WS-POS-EMISOR
              MOVE CM-CTAVALOR    TO WS-TE-CTAVALOR(WS-POS-EMISOR)
              MOVE EMI-COD-EMISOR TO WS-TE-EMISOR(WS-POS-EMISOR)
              MOVE 0              TO WS-TE-VALOR(WS-POS-EMISOR)
           END-IF
           IF WS-POS-EMISOR > 0
              ADD WS-VALOR-POSICION TO WS-TE-VALOR(WS-POS-EMISOR)
           END-IF
           .
       2300-ACUMULAR-EMISOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2310-COMPARAR-EMISOR.
           IF WS-POS-EMISOR = 0
              AND WS-TE-CTAVALOR(WS-EDX) = CM-CTAVALOR
              AND WS-TE-EMISOR(WS-EDX)   = EMI-COD-EMISOR
              MOVE WS-EDX TO WS-POS-EMISOR
           END-IF
           .
       2310-COMPARAR-EMISOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-EVALUAR-EMISOR.
           MOVE '00' TO WS-AF-STATUS
           MOVE WS-TE-CTAVALOR(WS-EDX) TO AF-CTA-VALOR
           READ AFP-MAESTRO
              INVALID KEY MOVE '23' TO WS-AF-STATUS
           END-READ
           IF WS-AF-OK
              AND AF-LIMITE-MAX-EMISOR > 0
              MOVE WS-TE-VALOR(WS-EDX) TO WS-VALOR-POSICION
              COMPUTE WS-PCT-UTILIZACION ROUNDED =
                 WS-VALOR-POSICION * 100 / AF-LIMITE-MAX-EMISOR
              IF WS-PCT-UTILIZACION >= WS-UMBRAL-ALERTA
                 MOVE WS-TE-CTAVALOR(WS-EDX) TO WR-CTAVALOR
                 MOVE WS-TE-EMISOR(WS-EDX)   TO WR-NEMONICO
                 MOVE AF-LIMITE-MAX-EMISOR   TO WR-LIMITE
                 MOVE 'EMISOR'               TO WR-TIPO
                 PERFORM 2200-REPORTAR-UTILIZACION
              END-IF
           END-IF
           .
       3000-EVALUAR-EMISOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE CARTERA AFP-MAESTRO COTIZACION-MAESTRO

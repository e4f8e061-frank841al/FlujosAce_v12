      *                    EODEFE: LA PRIMERA MONEDA VA EN LA LINEA  *
      *                    CONSOLIDADA Y LAS DEMAS EN LINEAS DE      *
      *                    SALDO POR MONEDA A CONTINUACION.          *
      * 21/09/2026 JQ      ALTA. LA LINEA CONSOLIDADA DE UNA CUENTA  *
      *                    MANCOMUNADA (COTICHK/COTITUL) INFORMA LA  *
      *                    CANTIDAD DE TITULARES Y LA REGLA DE       *
      *                    FIRMA, PARA QUE RSTMTDLV DESPACHE EL      *
      *                    ESTADO A CADA TITULAR.                    *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * CRUZA POR CTAVALOR TRES EXTRACTOS DIARIOS ORDENADOS (CLIENTE,*
           05 WL-SALDO-CONTABLE       PIC  -(13)9.99.
           05 FILLER                  PIC  X(01) VALUE SPACE.
           05 WL-SALDO-DISPONIBLE     PIC  -(13)9.99.
           05 FILLER                  PIC  X(01) VALUE SPACE.
           05 WL-NRO-TITULARES        PIC  Z9.
           05 FILLER                  PIC  X(01) VALUE SPACE.
           05 WL-REGLA-FIRMA          PIC  X(10).
           05 FILLER                  PIC  X(26) VALUE SPACES.
       01  WS-LINEA-MONEDA.
           05 WM-CTAVALOR             PIC  X(20).
           05 FILLER                  PIC  X(09) VALUE ' MONEDA  '.
           05 FILLER                  PIC  X(121) VALUE SPACES.
       77  WS-FECHA-PROCESO            PIC 9(08) VALUE 0.
       COPY BCHCTLP.
       COPY COTCHKP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
              MOVE 0 TO WL-SALDO-CONTABLE
              MOVE 0 TO WL-SALDO-DISPONIBLE
           END-IF
           PERFORM 2300-INFORMAR-COTITULARES
           WRITE ESTADO-CUENTA-REC FROM WS-LINEA-SALIDA
      *    LA CUENTA MULTIMONEDA TRAE MAS REGISTROS EODEFE: CADA     *
      *    MONEDA ADICIONAL SALE EN SU PROPIA LINEA DE SALDO.        *
           .
       2250-ESCRIBIR-OTRA-MONEDA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA CUENTA MANCOMUNADA LLEVA EN SU LINEA LA CANTIDAD DE       *
      * TITULARES Y LA REGLA DE FIRMA; LA INDIVIDUAL QUEDA EN BLANCO.*
      *--------------------------------------------------------------*
       2300-INFORMAR-COTITULARES.
           MOVE 'C'                 TO TCK-FUNCION
           MOVE WS-CTAVALOR-PROCESO TO TCK-CTA-VALOR
           MOVE SPACES              TO TCK-FIRMAS-PRESENTADAS
           CALL 'COTICHK' USING TCK-PARAMETROS
           IF NOT TCK-SIN-COTITULARES
              MOVE TCK-NRO-TITULARES TO WL-NRO-TITULARES
              IF TCK-FIRMA-CONJUNTA
                 MOVE 'CONJUNTA'   TO WL-REGLA-FIRMA
              ELSE
                 MOVE 'INDISTINTA' TO WL-REGLA-FIRMA
              END-IF
           END-IF
           .
       2300-INFORMAR-COTITULARES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2150-UBICAR-EFECTIVO.
           PERFORM 2160-AVANZAR-EFECTIVO

      *                    O CORTO QUEDA RETENIDO (ISSHOLD, QUE      *
      *                    CDIVPOST CONSULTA) Y EN EL REGISTRO DE    *
      *                    QUIEBRES BRKREG PARA SU RECLAMO.          *
      * 14/09/2026 JQ      ALTA. EL EVENTO SE ATRIBUYE AL EMISOR DEL *
      *                    NEMONICO EN EMISMAST (EMISCHK): SOLO      *
      *                    CUENTA COMO RECIBO EL ABONO CUYO RUC      *
      *                    ORDENANTE (CD-RUC-PAGADOR) ES EL DEL      *
      *                    EMISOR O NO VIENE INFORMADO; EL EVENTO    *
      *                    RETENIDO Y SU QUIEBRE QUEDAN A NOMBRE DEL *
      *                    EMISOR PARA EL RECLAMO.                   *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * CUPNMAST DICE CUANTO DEBE PAGAR CADA NEMONICO Y CDIVPOST     *
       77  WS-FECHA-PROCESO            PIC 9(08).
       77  WS-TOT-EVENTOS              PIC 9(05) COMP VALUE 0.
       77  WS-TOT-RETENIDOS            PIC 9(05) COMP VALUE 0.
       77  WS-TOT-PAGADOR-AJENO        PIC 9(05) COMP VALUE 0.
       77  WS-IMPORTE-ESPERADO         PIC S9(14)V9(02) COMP-3
                                       VALUE 0.
       77  WS-IMPORTE-RECIBIDO         PIC S9(14)V9(02) COMP-3
                                       VALUE 0.
       COPY BCHCTLP.
       COPY EMISCHKP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
       2000-PROCESAR-NEMONICO.
           IF CN-FECHA-PROX-PAGO = WS-FECHA-PROCESO
              ADD 1 TO WS-TOT-EVENTOS
              MOVE CN-NEMONICO TO EMI-NEMONICO
              CALL 'EMISCHK' USING EMI-PARAMETROS
              PERFORM 2100-CALCULAR-ESPERADO
              PERFORM 2200-BUSCAR-ABONO
              PERFORM 2300-RESOLVER-EVENTO
           .
       2200-BUSCAR-ABONO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * UN ABONO DEL NEMONICO Y FECHA QUE TRAE UN RUC ORDENANTE      *
      * DISTINTO AL DEL EMISOR NO ES EL PAGO DEL EMISOR (DEVOLUCION, *
      * OTRO EVENTO DEL CUSTODIO): NO SE CUENTA COMO RECIBIDO.       *
      *--------------------------------------------------------------*
       2210-COMPARAR-ABONO.
           IF CD-NEMONICO = CN-NEMONICO
              AND CD-FECHA-PAGO = WS-FECHA-PROCESO
              IF CD-RUC-PAGADOR = SPACES
                 OR EMI-RUC = SPACES
                 OR CD-RUC-PAGADOR = EMI-RUC
                 MOVE 'S' TO WS-SW-ABONO
                 ADD CD-IMPORTE-RECIBIDO TO WS-IMPORTE-RECIBIDO
              ELSE
                 ADD 1 TO WS-TOT-PAGADOR-AJENO
              END-IF
           END-IF
           READ ABONO-CUSTODIO
              AT END MOVE 'S' TO WS-EOF-ABONO
           MOVE CN-FECHA-PROX-PAGO   TO IH-FECHA-PAGO
           MOVE WS-IMPORTE-ESPERADO  TO IH-IMPORTE-ESPERADO
           MOVE WS-IMPORTE-RECIBIDO  TO IH-IMPORTE-RECIBIDO
           MOVE EMI-COD-EMISOR       TO IH-COD-EMISOR
           MOVE EMI-RUC              TO IH-RUC-EMISOR
           COMPUTE IH-DIFERENCIA =
              WS-IMPORTE-ESPERADO - WS-IMPORTE-RECIBIDO
           IF WS-IMPORTE-RECIBIDO < WS-IMPORTE-ESPERADO
              MOVE WS-FECHA-PROCESO TO BR-FECHA-ULTIMA
              MOVE SPACES           TO BR-RESPONSABLE
              MOVE 'A'              TO BR-ESTADO
              MOVE SPACES           TO BR-DESCRIPCION
              STRING 'RECIBO DEL EMISOR FALTANTE O CORTO - '
                     DELIMITED BY SIZE
                     EMI-COD-EMISOR DELIMITED BY SPACE
                     INTO BR-DESCRIPCION
              END-STRING
              WRITE BR-REGISTRO-QUIEBRE
           END-IF
           .
           DISPLAY 'RISSREC - EVENTOS CONCILIADOS : ' WS-TOT-EVENTOS
           DISPLAY 'RISSREC - EVENTOS RETENIDOS   : '
                   WS-TOT-RETENIDOS
           DISPLAY 'RISSREC - ABONOS DE OTRO RUC  : '
                   WS-TOT-PAGADOR-AJENO
           .
       9000-FIN-EXIT.
           EXIT.

      *                    NEGBATCH O YA ENVIADA AL EXTERIOR NO SE   *
      *                    TOCA Y SALE EN EL RESUMEN COMO NO         *
      *                    CANCELADA CON SU CAUSA.                   *
      * 05/10/2026 JQ      LA SELECCION DE CANDIDATAS YA NO RECORRE  *
      *                    ORDMAST COMPLETO: POR CUENTA POSICIONA EN *
      *                    LA CLAVE DEL MAESTRO; POR NEMONICO Y POR  *
      *                    ASESOR RECORRE EL LIBRO DE ORDENES VIVAS  *
      *                    (ORDVIVO).                                *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * PRIMERO SE CARGAN A MEMORIA LOS NUMEROS DE OPERACION YA      *
      * TRANSMITIDOS (NEGBATCH DEL DIA, ND-REFER-NUM). LUEGO, POR    *
      * CADA SOLICITUD APROBADA, SE SELECCIONAN LAS ORDENES EN UNA   *
      * PASADA DE SOLO LECTURA ARMANDO LA LISTA DE CANDIDATAS Y SU   *
      * CLASIFICACION, SE CIERRA EL MAESTRO Y RECIEN ENTONCES SE     *
      * CANCELA CADA CANDIDATA VIA CORDSCLIM (QUE ABRE Y ACTUALIZA   *
      * EL MAESTRO POR SU CUENTA). LA SOLICITUD QUEDA EJECUTADA CON  *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-CLAVE
               FILE STATUS IS WS-OM-STATUS.
           SELECT LIBRO-ORDENES-VIVAS ASSIGN TO ORDVIVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OV-CLAVE
               FILE STATUS IS WS-OV-STATUS.
           SELECT OPTIONAL NEG-BATCH ASSIGN TO NEGBATCH
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-RESUMEN ASSIGN TO MCANREP
       FD  ORDEN-MAESTRO
           RECORDING MODE IS F.
       COPY ORDMAST.
       FD  LIBRO-ORDENES-VIVAS
           RECORDING MODE IS F.
       COPY ORDVIVO.
       FD  NEG-BATCH
           RECORDING MODE IS F.
       COPY NEGDET.
       01  WS-OM-STATUS                PIC X(02) VALUE '00'.
           88 WS-OM-OK                           VALUE '00'.
           88 WS-OM-FIN                          VALUE '10'.
       01  WS-OV-STATUS                PIC X(02) VALUE '00'.
           88 WS-OV-OK                           VALUE '00'.
           88 WS-OV-FIN                          VALUE '10'.
       77  WS-EOF-NEG                  PIC X(01) VALUE 'N'.
           88 WS-FIN-NEG                         VALUE 'S'.
       77  WS-FECHA-PROCESO            PIC 9(08).
       2100-EJECUTAR-SOLICITUD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * PASADA DE SOLO LECTURA: SE ARMAN LAS CANDIDATAS Y SU         *
      * CLASIFICACION Y SE CIERRAN LOS ARCHIVOS ANTES DE CANCELAR    *
      * (CORDSCLIM ABRE Y ACTUALIZA EL MAESTRO Y EL LIBRO POR SU     *
      * CUENTA). EL SELECTOR POR CUENTA ES PREFIJO DE LA CLAVE DE    *
      * ORDMAST Y SE POSICIONA AHI; POR NEMONICO SE POSICIONA EN EL  *
      * LIBRO DE ORDENES VIVAS Y POR ASESOR SE RECORRE EL LIBRO      *
      * COMPLETO, LEYENDO CADA ORDEN DEL MAESTRO POR SU CLAVE.       *
      *--------------------------------------------------------------*
       3000-SELECCIONAR-CANDIDATAS.
           MOVE '00' TO WS-OM-STATUS
           MOVE '00' TO WS-OV-STATUS
           OPEN INPUT ORDEN-MAESTRO
           IF MQ-POR-CUENTA
              PERFORM 3010-SELECCIONAR-POR-CUENTA
           ELSE
              OPEN INPUT LIBRO-ORDENES-VIVAS
              PERFORM 3020-SELECCIONAR-EN-LIBRO
              CLOSE LIBRO-ORDENES-VIVAS
           END-IF
           CLOSE ORDEN-MAESTRO
           .
       3000-SELECCIONAR-CANDIDATAS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3010-SELECCIONAR-POR-CUENTA.
           MOVE MQ-VALOR-SELECTOR TO OM-CTAVALOR
           MOVE 0                 TO OM-ORDEN
           START ORDEN-MAESTRO KEY IS NOT LESS THAN OM-CLAVE
              INVALID KEY MOVE '10' TO WS-OM-STATUS
           END-START
           END-IF
           PERFORM 3100-EVALUAR-ORDEN
              UNTIL WS-OM-FIN
                 OR OM-CTAVALOR NOT = MQ-VALOR-SELECTOR
           .
       3010-SELECCIONAR-POR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3020-SELECCIONAR-EN-LIBRO.
           MOVE LOW-VALUES TO OV-CLAVE
           IF MQ-POR-NEMONICO
              MOVE MQ-VALOR-SELECTOR(1:10) TO OV-NEMONICO
           END-IF
           START LIBRO-ORDENES-VIVAS KEY IS NOT LESS THAN OV-CLAVE
              INVALID KEY MOVE '10' TO WS-OV-STATUS
           END-START
           IF WS-OV-OK
              READ LIBRO-ORDENES-VIVAS NEXT RECORD
                 AT END MOVE '10' TO WS-OV-STATUS
              END-READ
           END-IF
           PERFORM 3150-EVALUAR-ENTRADA
              UNTIL WS-OV-FIN
                 OR (MQ-POR-NEMONICO
                    AND OV-NEMONICO NOT = MQ-VALOR-SELECTOR(1:10))
           .
       3020-SELECCIONAR-EN-LIBRO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-EVALUAR-ORDEN.
           PERFORM 3200-CLASIFICAR-ORDEN
              THRU 3200-CLASIFICAR-ORDEN-EXIT
           READ ORDEN-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-OM-STATUS
           END-READ
           .
       3100-EVALUAR-ORDEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3150-EVALUAR-ENTRADA.
           MOVE OV-CTAVALOR TO OM-CTAVALOR
           MOVE OV-ORDEN    TO OM-ORDEN
           READ ORDEN-MAESTRO
              INVALID KEY MOVE '23' TO WS-OM-STATUS
              NOT INVALID KEY MOVE '00' TO WS-OM-STATUS
           END-READ
           IF WS-OM-OK
              IF MQ-POR-NEMONICO
                 OR OM-ASESOR = MQ-VALOR-SELECTOR(1:7)
                 PERFORM 3200-CLASIFICAR-ORDEN
                    THRU 3200-CLASIFICAR-ORDEN-EXIT
              END-IF
           ELSE
              DISPLAY 'RMCANEXE - ORDEN DEL LIBRO SIN MAESTRO: '
                      OV-CTAVALOR ' ' OV-ORDEN
           END-IF
           READ LIBRO-ORDENES-VIVAS NEXT RECORD
              AT END MOVE '10' TO WS-OV-STATUS
           END-READ
           .
       3150-EVALUAR-ENTRADA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3200-CLASIFICAR-ORDEN.
           IF OM-SITUACION = 'EJECUTADA'

      *                    CAMBIO PACTADO EN LA CAPTURA (FXDEAL),    *
      *                    NO POR EL IMPORTE EN MONEDA DE LA ORDEN   *
      *                    CONTRA EL PRIMER SALDO DE LA CUENTA.      *
      * 05/10/2026 JQ      LAS ENCOLADAS SE TOMAN DEL LIBRO DE       *
      *                    ORDENES VIVAS (ORDVIVO) EN LUGAR DE       *
      *                    RECORRER ORDMAST COMPLETO; LA ENTRADA DEL *
      *                    LIBRO QUEDA CON LA SITUACION RESULTANTE.  *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * CORRE A LA APERTURA DE LA SESION. RECORRE EL LIBRO DE        *
      * ORDENES VIVAS (ORDVIVO) Y POR CADA ORDEN EN SITUACION        *
      * ENCOLADA, LEIDA DE ORDMAST POR SU CLAVE, RE-EJECUTA LAS      *
      * GUARDAS QUE EL ALTA FUERA DE SESION POSTERGO: ANTIGUEDAD DE  *
      * COTIZACION (QUOCHK), BANDA DE PRECIO (BANDCHK) Y, EN LA      *
      * COMPRA, EFECTIVO DISPONIBLE (EFECHK). LA ORDEN QUE PASA      *
      * QUEDA INGRESADA EN EL FLUJO NORMAL; LA QUE FALLA QUEDA       *
      * RECHAZADA Y EN EL REPORTE DE NO LIBERADAS PARA AVISAR AL     *
      * CLIENTE. LA ENTRADA DEL LIBRO SE REGRABA CON LA SITUACION    *
      * RESULTANTE. LA CORRIDA SE REGISTRA EN RUNCTL VIA BCHCTL.     *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-CLAVE
               FILE STATUS IS WS-OM-STATUS.
           SELECT LIBRO-ORDENES-VIVAS ASSIGN TO ORDVIVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OV-CLAVE
               FILE STATUS IS WS-OV-STATUS.
           SELECT REPORTE-NO-LIBERADAS ASSIGN TO SESRLSER
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPERACION-CAMBIO ASSIGN TO FXDEAL
       FD  ORDEN-MAESTRO
           RECORDING MODE IS F.
       COPY ORDMAST.
       FD  LIBRO-ORDENES-VIVAS
           RECORDING MODE IS F.
       COPY ORDVIVO.
       FD  REPORTE-NO-LIBERADAS
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       01  WS-OM-STATUS                PIC X(02) VALUE '00'.
           88 WS-OM-OK                           VALUE '00'.
           88 WS-OM-FIN                          VALUE '10'.
       01  WS-OV-STATUS                PIC X(02) VALUE '00'.
           88 WS-OV-OK                           VALUE '00'.
           88 WS-OV-FIN                          VALUE '10'.
       77  WS-FECHA-PROCESO            PIC 9(08).
       77  WS-TOT-ENCOLADAS            PIC 9(07) COMP VALUE 0.
       77  WS-TOT-LIBERADAS            PIC 9(07) COMP VALUE 0.
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESAR-ORDEN
              UNTIL WS-OV-FIN
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
              GOBACK
           END-IF
           OPEN I-O ORDEN-MAESTRO
           OPEN I-O LIBRO-ORDENES-VIVAS
           OPEN OUTPUT REPORTE-NO-LIBERADAS
           PERFORM 1500-CARGAR-DEALS
           MOVE LOW-VALUES TO OV-CLAVE
           START LIBRO-ORDENES-VIVAS KEY IS NOT LESS THAN OV-CLAVE
              INVALID KEY MOVE '10' TO WS-OV-STATUS
           END-START
           IF WS-OV-OK
              READ LIBRO-ORDENES-VIVAS NEXT RECORD
                 AT END MOVE '10' TO WS-OV-STATUS
              END-READ
           END-IF
           .
           EXIT.
      *--------------------------------------------------------------*
       2000-PROCESAR-ORDEN.
           IF OV-SITUACION = 'ENCOLADA'
              MOVE OV-CTAVALOR TO OM-CTAVALOR
              MOVE OV-ORDEN    TO OM-ORDEN
              READ ORDEN-MAESTRO
                 INVALID KEY MOVE '23' TO WS-OM-STATUS
                 NOT INVALID KEY MOVE '00' TO WS-OM-STATUS
              END-READ
              IF NOT WS-OM-OK
                 DISPLAY 'RSESRLSE - ORDEN DEL LIBRO SIN MAESTRO: '
                         OV-CTAVALOR ' ' OV-ORDEN
              END-IF
              IF WS-OM-OK AND OM-SITUACION = 'ENCOLADA'
                 ADD 1 TO WS-TOT-ENCOLADAS
                 PERFORM 2100-REVALIDAR-ORDEN
              END-IF
           END-IF
           READ LIBRO-ORDENES-VIVAS NEXT RECORD
              AT END MOVE '10' TO WS-OV-STATUS
           END-READ
           .
       2000-PROCESAR-ORDEN-EXIT.
           MOVE SPACES           TO OM-HOR-MODIF
           MOVE 'RSESRLS'        TO OM-USU-MODIF
           REWRITE OM-REGISTRO-ORDEN
           MOVE OM-SITUACION     TO OV-SITUACION
           REWRITE OV-REGISTRO-VIVA
           .
       2100-REVALIDAR-ORDEN-EXIT.
           EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE ORDEN-MAESTRO LIBRO-ORDENES-VIVAS
                 REPORTE-NO-LIBERADAS
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RSESRLSE'   TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO

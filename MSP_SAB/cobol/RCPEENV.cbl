       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RCPEENV.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  28/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 28/09/2026 JQ      ALTA. EMISION ELECTRONICA ANTE SUNAT DE   *
      *                    LAS FACTURAS DE COMISIONES (FACTCLI):     *
      *                    TIPO DE COMPROBANTE SEGUN DOCUMENTO DEL   *
      *                    ADQUIRENTE, SERIE Y CORRELATIVO OFICIALES *
      *                    (CPESEQ) Y ARCHIVO DE ENVIO AL OSE        *
      *                    (CPEENV).                                 *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * PRIMERA PASADA: CARGA EN TABLA LAS FACTURAS DE FACTCLI       *
      * PENDIENTES DE EMISION ELECTRONICA Y, SI LA TARJETA OPCIONAL  *
      * CPECARD LO PIDE, LAS RECHAZADAS POR SUNAT YA CORREGIDAS (EL  *
      * COMPROBANTE RECHAZADO NO SE CONSIDERA EMITIDO: SE REEMITE    *
      * CON NUEVO CORRELATIVO). SEGUNDA PASADA: RECORRE EL EXTRACTO  *
      * EODCLI Y COMPLETA EN LA TABLA EL DOCUMENTO, NOMBRE Y CORREO  *
      * DEL TITULAR DE CADA CUENTA. TERCERA PASADA: RELEE FACTCLI EN *
      * ACTUALIZACION; LA N-ESIMA FACTURA ELEGIBLE CORRESPONDE A LA  *
      * N-ESIMA ENTRADA DE LA TABLA. AL TITULAR CON RUC SE LE EMITE  *
      * FACTURA (TIPO 01) Y AL RESTO BOLETA DE VENTA (TIPO 03), CADA *
      * UNA CON SU SERIE AUTORIZADA Y SU CORRELATIVO EN CPESEQ; SE   *
      * GRABA EL REGISTRO DE ENVIO AL OSE (CPEENV) Y LA FACTURA      *
      * QUEDA ENVIADA HASTA QUE RCPECDR APLIQUE LA CONSTANCIA DE     *
      * RECEPCION. LA FACTURA CUYA CUENTA NO ESTA EN EODCLI QUEDA    *
      * PENDIENTE Y SALE EN EL REPORTE (CPERPT).                     *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TARJETA-CONTROL ASSIGN TO CPECARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT FACTURA-CLIENTE ASSIGN TO FACTCLI
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENTE-EXT ASSIGN TO EODCLI
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-CPE ASSIGN TO CPESEQ
               ORGANIZATION IS SEQUENTIAL.
           SELECT ENVIO-CPE ASSIGN TO CPEENV
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-CPE ASSIGN TO CPERPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TARJETA-CONTROL
           RECORDING MODE IS F.
       01  TC-REGISTRO-TARJETA.
           05 TC-REEMITIR-RECHAZADOS   PIC X(01).
           05 FILLER                   PIC X(79).
       FD  FACTURA-CLIENTE
           RECORDING MODE IS F.
       COPY FACTCLI.
       FD  CLIENTE-EXT
           RECORDING MODE IS F.
       COPY EODCLI.
       FD  CONTROL-CPE
           RECORDING MODE IS F.
       COPY CPESEQ.
       FD  ENVIO-CPE
           RECORDING MODE IS F.
       COPY CPEENV.
       FD  REPORTE-CPE
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-EOF-TARJETA              PIC X(01) VALUE 'N'.
           88 WS-FIN-TARJETA                     VALUE 'S'.
       77  WS-EOF-FACTURA              PIC X(01) VALUE 'N'.
           88 WS-FIN-FACTURA                     VALUE 'S'.
       77  WS-EOF-CLIENTE              PIC X(01) VALUE 'N'.
           88 WS-FIN-CLIENTE                     VALUE 'S'.
       77  WS-SW-REEMITIR              PIC X(01) VALUE 'N'.
           88 WS-REEMITIR-RECHAZADOS             VALUE 'S'.
       77  WS-SW-ELEGIBLE              PIC X(01) VALUE 'N'.
           88 WS-FACTURA-ELEGIBLE                VALUE 'S'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       77  WS-TOT-FACTURAS             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-ELEGIBLES            PIC 9(05) COMP VALUE 0.
       77  WS-TOT-ENVIADAS             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-REEMITIDAS           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-SIN-CLIENTE          PIC 9(07) COMP VALUE 0.
       77  WS-TOT-EXCEDIDAS            PIC 9(07) COMP VALUE 0.
       77  WS-IDX                      PIC 9(05) COMP VALUE 0.
       77  WS-POS                      PIC 9(05) COMP VALUE 0.
      *--------------------------------------------------------------*
      * FACTURAS ELEGIBLES EN EL ORDEN DE FACTCLI, CON LOS DATOS DEL *
      * TITULAR QUE APORTA EODCLI (MISMO TOPE QUE RFACTCLI).         *
      *--------------------------------------------------------------*
       01  WS-TABLA-ENVIO.
           05 WS-ENV-ENTRY OCCURS 2000 TIMES.
              10 WS-ENV-CTAVALOR       PIC X(20).
              10 WS-ENV-UBICADO        PIC X(01).
                 88 WS-ENV-CON-CLIENTE           VALUE 'S'.
              10 WS-ENV-TIPO-DOC       PIC X(01).
              10 WS-ENV-NUME-DOC       PIC X(20).
              10 WS-ENV-NOMBRE         PIC X(80).
              10 WS-ENV-EMAIL          PIC X(80).
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(44) VALUE
              'EMISION ELECTRONICA DE COMPROBANTES - ENVIO '.
           05 FILLER                   PIC X(14) VALUE
              'AL OSE FECHA: '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(66) VALUE SPACES.
       01  WS-LINEA-DETALLE.
           05 WD-NRO-FACTURA           PIC 9(09).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-CTAVALOR              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-TIPO-COMPROBANTE      PIC X(02).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-SERIE                 PIC X(04).
           05 FILLER                   PIC X(01) VALUE '-'.
           05 WD-CORRELATIVO           PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-NUME-DOC              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-TOTAL                 PIC -(11)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-OBSERVACION           PIC X(30).
           05 FILLER                   PIC X(17) VALUE SPACES.
       01  WS-LINEA-TOTAL.
           05 WL-TITULO                PIC X(40).
           05 FILLER                   PIC X(03) VALUE ' : '.
           05 WL-CANTIDAD              PIC Z(06)9.
           05 FILLER                   PIC X(82) VALUE SPACES.
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-CARGAR-FACTURA
              UNTIL WS-FIN-FACTURA
           CLOSE FACTURA-CLIENTE
           PERFORM 3000-UBICAR-TITULAR
              UNTIL WS-FIN-CLIENTE
           OPEN I-O FACTURA-CLIENTE
           MOVE 'N' TO WS-EOF-FACTURA
           MOVE 0 TO WS-POS
           READ FACTURA-CLIENTE
              AT END MOVE 'S' TO WS-EOF-FACTURA
           END-READ
           PERFORM 4000-EMITIR-COMPROBANTE
              UNTIL WS-FIN-FACTURA
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RCPEENV'    TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-SISTEMA TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RCPEENV - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT TARJETA-CONTROL
           READ TARJETA-CONTROL
              AT END MOVE 'S' TO WS-EOF-TARJETA
           END-READ
           IF NOT WS-FIN-TARJETA
              AND TC-REEMITIR-RECHAZADOS = 'S'
              MOVE 'S' TO WS-SW-REEMITIR
           END-IF
           CLOSE TARJETA-CONTROL
           OPEN INPUT  FACTURA-CLIENTE CLIENTE-EXT
           OPEN I-O    CONTROL-CPE
           OPEN OUTPUT ENVIO-CPE REPORTE-CPE
           READ CONTROL-CPE
           MOVE WS-FECHA-SISTEMA TO WT-FECHA
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           READ FACTURA-CLIENTE
              AT END MOVE 'S' TO WS-EOF-FACTURA
           END-READ
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1100-EVALUAR-ELEGIBLE.
           MOVE 'N' TO WS-SW-ELEGIBLE
           IF FC-CPE-PENDIENTE
              MOVE 'S' TO WS-SW-ELEGIBLE
           END-IF
           IF FC-CPE-RECHAZADO
              AND WS-REEMITIR-RECHAZADOS
              MOVE 'S' TO WS-SW-ELEGIBLE
           END-IF
           .
       1100-EVALUAR-ELEGIBLE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-CARGAR-FACTURA.
           ADD 1 TO WS-TOT-FACTURAS
           PERFORM 1100-EVALUAR-ELEGIBLE
           IF WS-FACTURA-ELEGIBLE
              IF WS-TOT-ELEGIBLES < 2000
                 ADD 1 TO WS-TOT-ELEGIBLES
                 MOVE FC-CTAVALOR TO WS-ENV-CTAVALOR(WS-TOT-ELEGIBLES)
                 MOVE 'N'    TO WS-ENV-UBICADO(WS-TOT-ELEGIBLES)
                 MOVE SPACES TO WS-ENV-TIPO-DOC(WS-TOT-ELEGIBLES)
                                WS-ENV-NUME-DOC(WS-TOT-ELEGIBLES)
                                WS-ENV-NOMBRE(WS-TOT-ELEGIBLES)
                                WS-ENV-EMAIL(WS-TOT-ELEGIBLES)
              ELSE
                 ADD 1 TO WS-TOT-EXCEDIDAS
              END-IF
           END-IF
           READ FACTURA-CLIENTE
              AT END MOVE 'S' TO WS-EOF-FACTURA
           END-READ
           .
       2000-CARGAR-FACTURA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-UBICAR-TITULAR.
           PERFORM 3100-COMPARAR-CUENTA
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-ELEGIBLES
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           .
       3000-UBICAR-TITULAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-COMPARAR-CUENTA.
           IF WS-ENV-CTAVALOR(WS-IDX) = EC-CTAVALOR
              MOVE 'S'         TO WS-ENV-UBICADO(WS-IDX)
              MOVE EC-TIPO-DOC TO WS-ENV-TIPO-DOC(WS-IDX)
              MOVE EC-NUME-DOC TO WS-ENV-NUME-DOC(WS-IDX)
              MOVE EC-CLIENTE  TO WS-ENV-NOMBRE(WS-IDX)
              MOVE EC-EMAIL    TO WS-ENV-EMAIL(WS-IDX)
           END-IF
           .
       3100-COMPARAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-EMITIR-COMPROBANTE.
           PERFORM 1100-EVALUAR-ELEGIBLE
           IF WS-FACTURA-ELEGIBLE
              AND WS-POS < WS-TOT-ELEGIBLES
              ADD 1 TO WS-POS
              MOVE FC-NRO-FACTURA TO WD-NRO-FACTURA
              MOVE FC-CTAVALOR    TO WD-CTAVALOR
              MOVE FC-TOTAL       TO WD-TOTAL
              IF WS-ENV-CON-CLIENTE(WS-POS)
                 PERFORM 4100-NUMERAR-COMPROBANTE
                 PERFORM 4200-GRABAR-ENVIO
                 REWRITE FC-REGISTRO-FACTURA
              ELSE
                 ADD 1 TO WS-TOT-SIN-CLIENTE
                 MOVE SPACES TO WD-TIPO-COMPROBANTE WD-SERIE
                                WD-NUME-DOC
                 MOVE 0      TO WD-CORRELATIVO
                 MOVE 'CUENTA SIN TITULAR EN EODCLI' TO WD-OBSERVACION
              END-IF
              WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           END-IF
           READ FACTURA-CLIENTE
              AT END MOVE 'S' TO WS-EOF-FACTURA
           END-READ
           .
       4000-EMITIR-COMPROBANTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL TITULAR CON RUC RECIBE FACTURA; EL RESTO BOLETA DE VENTA. *
      * EL TIPO DE DOCUMENTO SE LLEVA AL CATALOGO 06 DE SUNAT.       *
      *--------------------------------------------------------------*
       4100-NUMERAR-COMPROBANTE.
           IF FC-CPE-RECHAZADO
              ADD 1 TO WS-TOT-REEMITIDAS
              MOVE 'REEMITIDO TRAS RECHAZO' TO WD-OBSERVACION
           ELSE
              MOVE 'ENVIADO AL OSE'         TO WD-OBSERVACION
           END-IF
           EVALUATE WS-ENV-TIPO-DOC(WS-POS)
              WHEN 'R'
                 MOVE '6' TO FC-TIPO-DOC-ADQ
              WHEN 'D'
                 MOVE '1' TO FC-TIPO-DOC-ADQ
              WHEN OTHER
                 MOVE '0' TO FC-TIPO-DOC-ADQ
           END-EVALUATE
           IF WS-ENV-TIPO-DOC(WS-POS) = 'R'
              ADD 1 TO SEQ-ULTIMA-FACTURA-CPE
              MOVE '01'                   TO FC-TIPO-COMPROBANTE
              MOVE SEQ-SERIE-FACTURA      TO FC-SERIE-CPE
              MOVE SEQ-ULTIMA-FACTURA-CPE TO FC-CORRELATIVO-CPE
           ELSE
              ADD 1 TO SEQ-ULTIMA-BOLETA-CPE
              MOVE '03'                   TO FC-TIPO-COMPROBANTE
              MOVE SEQ-SERIE-BOLETA       TO FC-SERIE-CPE
              MOVE SEQ-ULTIMA-BOLETA-CPE  TO FC-CORRELATIVO-CPE
           END-IF
           MOVE WS-ENV-NUME-DOC(WS-POS) TO FC-NUME-DOC-ADQ
           MOVE WS-ENV-EMAIL(WS-POS)    TO FC-EMAIL-ADQ
           MOVE WS-FECHA-SISTEMA        TO FC-FECHA-EMISION-CPE
                                           FC-FECHA-ESTADO-CPE
           MOVE 'E'                     TO FC-ESTADO-CPE
           MOVE SPACES                  TO FC-COD-RESPUESTA
                                           FC-DES-RESPUESTA
                                           FC-VALOR-RESUMEN
           MOVE 'N'                     TO FC-IND-CORREO
           MOVE FC-TIPO-COMPROBANTE     TO WD-TIPO-COMPROBANTE
           MOVE FC-SERIE-CPE            TO WD-SERIE
           MOVE FC-CORRELATIVO-CPE      TO WD-CORRELATIVO
           MOVE FC-NUME-DOC-ADQ         TO WD-NUME-DOC
           .
       4100-NUMERAR-COMPROBANTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4200-GRABAR-ENVIO.
           ADD 1 TO WS-TOT-ENVIADAS
           MOVE SEQ-RUC-EMISOR          TO FEN-RUC-EMISOR
           MOVE FC-TIPO-COMPROBANTE     TO FEN-TIPO-COMPROBANTE
           MOVE FC-SERIE-CPE            TO FEN-SERIE
           MOVE FC-CORRELATIVO-CPE      TO FEN-CORRELATIVO
           MOVE FC-FECHA-EMISION-CPE    TO FEN-FECHA-EMISION
           MOVE 'PEN'                   TO FEN-MONEDA
           MOVE FC-TIPO-DOC-ADQ         TO FEN-TIPO-DOC-ADQ
           MOVE FC-NUME-DOC-ADQ         TO FEN-NUME-DOC-ADQ
           MOVE WS-ENV-NOMBRE(WS-POS)   TO FEN-NOMBRE-ADQ
           MOVE FC-EMAIL-ADQ            TO FEN-EMAIL-ADQ
           MOVE SPACES                  TO FEN-DESCRIPCION
           STRING 'COMISIONES DE INTERMEDIACION BURSATIL PERIODO '
                  FC-PERIODO
                  DELIMITED BY SIZE INTO FEN-DESCRIPCION
           END-STRING
           MOVE 'ZZ'                    TO FEN-COD-UNIDAD
           MOVE 1                       TO FEN-CANTIDAD
           MOVE '10'                    TO FEN-COD-AFECTACION-IGV
           MOVE FC-SUBTOTAL             TO FEN-VALOR-VENTA
           MOVE FC-IGV                  TO FEN-IGV
           MOVE FC-TOTAL                TO FEN-IMPORTE-TOTAL
           MOVE FC-NRO-FACTURA          TO FEN-NRO-FACTURA
           MOVE FC-CTAVALOR             TO FEN-CTAVALOR
           WRITE FEN-REGISTRO-CPE
           .
       4200-GRABAR-ENVIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           REWRITE SEQ-CONTROL-CPE
           MOVE 'FACTURAS LEIDAS'                TO WL-TITULO
           MOVE WS-TOT-FACTURAS                  TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'COMPROBANTES ENVIADOS AL OSE'   TO WL-TITULO
           MOVE WS-TOT-ENVIADAS                  TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'REEMITIDOS TRAS RECHAZO'        TO WL-TITULO
           MOVE WS-TOT-REEMITIDAS                TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'PENDIENTES SIN TITULAR EN EODCLI' TO WL-TITULO
           MOVE WS-TOT-SIN-CLIENTE               TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           CLOSE FACTURA-CLIENTE CLIENTE-EXT CONTROL-CPE
                 ENVIO-CPE REPORTE-CPE
           IF WS-TOT-SIN-CLIENTE > 0
              OR WS-TOT-EXCEDIDAS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-TOT-EXCEDIDAS > 0
              DISPLAY 'RCPEENV - TABLA DE ENVIO LLENA, QUEDAN '
                      WS-TOT-EXCEDIDAS ' FACTURAS PARA LA PROXIMA '
                      'CORRIDA'
           END-IF
           MOVE 'F'              TO BC-FUNCION
           MOVE 'RCPEENV'        TO BC-PROGRAMA
           MOVE WS-FECHA-SISTEMA TO BC-FECHA-PROCESO
           MOVE WS-TOT-ENVIADAS  TO BC-REGISTROS
           MOVE RETURN-CODE      TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RCPEENV - FACTURAS LEIDAS      : ' WS-TOT-FACTURAS
           DISPLAY 'RCPEENV - ENVIADAS AL OSE      : ' WS-TOT-ENVIADAS
           DISPLAY 'RCPEENV - REEMITIDAS           : '
                   WS-TOT-REEMITIDAS
           DISPLAY 'RCPEENV - SIN TITULAR EN EODCLI: '
                   WS-TOT-SIN-CLIENTE
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RCPECDR.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  28/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 28/09/2026 JQ      ALTA. APLICACION DE LAS CONSTANCIAS DE    *
      *                    RECEPCION DEL OSE (CPECDR) COMO ESTADO    *
      *                    SOBRE FACTCLI, LISTA DE COMPROBANTES      *
      *                    RECHAZADOS PARA CORRECCION Y DESPACHO DEL *
      *                    COMPROBANTE ELECTRONICO AL CORREO DEL     *
      *                    CLIENTE VIA RVALUSU.                      *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * CARGA EN TABLA LAS CONSTANCIAS DE RECEPCION (CDR) DEVUELTAS  *
      * POR EL OSE Y RELEE FACTCLI EN ACTUALIZACION. A CADA          *
      * COMPROBANTE ENVIADO SE LE BUSCA SU CDR POR SERIE Y           *
      * CORRELATIVO: ACEPTADO U OBSERVADO QUEDA CON SU CODIGO DE     *
      * RESPUESTA Y VALOR RESUMEN; RECHAZADO SALE EN LA LISTA DE     *
      * CORRECCION (CPEREJ) Y, CORREGIDO EL DATO, RCPEENV LO REEMITE *
      * CON NUEVO CORRELATIVO. EL COMPROBANTE ACEPTADO U OBSERVADO   *
      * CON CORREO PENDIENTE SE DESPACHA AL CORREO DEL ADQUIRENTE    *
      * POR EL REGISTRO ESTANDAR E500 CANAL CORREO CON SU            *
      * REPRESENTACION (TIPO, SERIE-NUMERO, RUC EMISOR, IMPORTES Y   *
      * VALOR RESUMEN); EL DESPACHO FALLIDO SE REINTENTA EN LA       *
      * CORRIDA SIGUIENTE. EL CDR SIN COMPROBANTE EN FACTCLI SE      *
      * INFORMA POR CONSOLA.                                         *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONSTANCIA-CDR ASSIGN TO CPECDR
               ORGANIZATION IS SEQUENTIAL.
           SELECT FACTURA-CLIENTE ASSIGN TO FACTCLI
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECHAZO-CPE ASSIGN TO CPEREJ
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONSTANCIA-CDR
           RECORDING MODE IS F.
       COPY CPECDR.
       FD  FACTURA-CLIENTE
           RECORDING MODE IS F.
       COPY FACTCLI.
       FD  RECHAZO-CPE
           RECORDING MODE IS F.
       01  RECHAZO-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-EOF-CDR                  PIC X(01) VALUE 'N'.
           88 WS-FIN-CDR                         VALUE 'S'.
       77  WS-EOF-FACTURA              PIC X(01) VALUE 'N'.
           88 WS-FIN-FACTURA                     VALUE 'S'.
       77  WS-SW-ACTUALIZA             PIC X(01) VALUE 'N'.
           88 WS-ACTUALIZA-FACTURA               VALUE 'S'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       77  WS-TOT-CDR                  PIC 9(05) COMP VALUE 0.
       77  WS-TOT-CDR-EXCEDIDOS        PIC 9(07) COMP VALUE 0.
       77  WS-TOT-CDR-SIN-FACTURA      PIC 9(07) COMP VALUE 0.
       77  WS-TOT-ACEPTADOS            PIC 9(07) COMP VALUE 0.
       77  WS-TOT-OBSERVADOS           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-RECHAZADOS           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-CORREOS              PIC 9(07) COMP VALUE 0.
       77  WS-TOT-CORREO-FALLIDO       PIC 9(07) COMP VALUE 0.
       77  WS-TOT-SIN-CORREO           PIC 9(07) COMP VALUE 0.
       77  WS-IDX                      PIC 9(05) COMP VALUE 0.
       77  WS-POS                      PIC 9(05) COMP VALUE 0.
       01  WS-FECHA-EMISION            PIC 9(08).
       01  WS-FECHA-EMISION-R REDEFINES WS-FECHA-EMISION.
           05 WS-FE-ANIO               PIC X(04).
           05 WS-FE-MES                PIC X(02).
           05 WS-FE-DIA                PIC X(02).
       01  WS-NUMERO-CPE.
           05 WS-NC-SERIE              PIC X(04).
           05 FILLER                   PIC X(01) VALUE '-'.
           05 WS-NC-CORRELATIVO        PIC 9(08).
       01  WS-DES-COMPROBANTE          PIC X(21).
      *--------------------------------------------------------------*
      * CONSTANCIAS RECIBIDAS EN LA CORRIDA, CON MARCA DE APLICADA.  *
      *--------------------------------------------------------------*
       01  WS-TABLA-CDR.
           05 WS-CDR-ENTRY OCCURS 2000 TIMES.
              10 WS-CDR-SERIE          PIC X(04).
              10 WS-CDR-CORRELATIVO    PIC 9(08).
              10 WS-CDR-ESTADO         PIC X(01).
              10 WS-CDR-COD-RESPUESTA  PIC X(04).
              10 WS-CDR-DES-RESPUESTA  PIC X(60).
              10 WS-CDR-FECHA          PIC 9(08).
              10 WS-CDR-VALOR-RESUMEN  PIC X(28).
              10 WS-CDR-APLICADO       PIC X(01).
                 88 WS-CDR-YA-APLICADO           VALUE 'S'.
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(44) VALUE
              'COMPROBANTES ELECTRONICOS RECHAZADOS POR SUN'.
           05 FILLER                   PIC X(30) VALUE
              'AT - PARA CORRECCION  FECHA : '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(50) VALUE SPACES.
       01  WS-LINEA-RECHAZO.
           05 WR-SERIE                 PIC X(04).
           05 FILLER                   PIC X(01) VALUE '-'.
           05 WR-CORRELATIVO           PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WR-NRO-FACTURA           PIC 9(09).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WR-CTAVALOR              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WR-NUME-DOC              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WR-COD-RESPUESTA         PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WR-DES-RESPUESTA         PIC X(60).
       COPY Copy_of_VLMC500E.
       COPY VLMC500S.
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-CARGAR-CDR
              UNTIL WS-FIN-CDR
           PERFORM 3000-PROCESAR-FACTURA
              UNTIL WS-FIN-FACTURA
           PERFORM 3900-CONTAR-SIN-FACTURA
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-CDR
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RCPECDR'    TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-SISTEMA TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RCPECDR - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT  CONSTANCIA-CDR
           OPEN I-O    FACTURA-CLIENTE
           OPEN OUTPUT RECHAZO-CPE
           MOVE WS-FECHA-SISTEMA TO WT-FECHA
           WRITE RECHAZO-REC FROM WS-LINEA-TITULO
           READ CONSTANCIA-CDR
              AT END MOVE 'S' TO WS-EOF-CDR
           END-READ
           READ FACTURA-CLIENTE
              AT END MOVE 'S' TO WS-EOF-FACTURA
           END-READ
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-CARGAR-CDR.
           IF WS-TOT-CDR < 2000
              ADD 1 TO WS-TOT-CDR
              MOVE FER-SERIE           TO WS-CDR-SERIE(WS-TOT-CDR)
              MOVE FER-CORRELATIVO     TO WS-CDR-CORRELATIVO(WS-TOT-CDR)
              MOVE FER-ESTADO          TO WS-CDR-ESTADO(WS-TOT-CDR)
              MOVE FER-COD-RESPUESTA
                 TO WS-CDR-COD-RESPUESTA(WS-TOT-CDR)
              MOVE FER-DES-RESPUESTA
                 TO WS-CDR-DES-RESPUESTA(WS-TOT-CDR)
              MOVE FER-FECHA-RESPUESTA TO WS-CDR-FECHA(WS-TOT-CDR)
              MOVE FER-VALOR-RESUMEN
                 TO WS-CDR-VALOR-RESUMEN(WS-TOT-CDR)
              MOVE 'N'                 TO WS-CDR-APLICADO(WS-TOT-CDR)
           ELSE
              ADD 1 TO WS-TOT-CDR-EXCEDIDOS
           END-IF
           READ CONSTANCIA-CDR
              AT END MOVE 'S' TO WS-EOF-CDR
           END-READ
           .
       2000-CARGAR-CDR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-PROCESAR-FACTURA.
           MOVE 'N' TO WS-SW-ACTUALIZA
           IF FC-CPE-ENVIADO
              PERFORM 3100-APLICAR-CDR
           END-IF
           IF (FC-CPE-ACEPTADO OR FC-CPE-OBSERVADO)
              AND FC-CORREO-PENDIENTE
              PERFORM 3300-DESPACHAR-CORREO
                 THRU 3300-DESPACHAR-CORREO-EXIT
           END-IF
           IF WS-ACTUALIZA-FACTURA
              REWRITE FC-REGISTRO-FACTURA
           END-IF
           READ FACTURA-CLIENTE
              AT END MOVE 'S' TO WS-EOF-FACTURA
           END-READ
           .
       3000-PROCESAR-FACTURA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-APLICAR-CDR.
           MOVE 0 TO WS-POS
           PERFORM 3110-COMPARAR-CDR
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-CDR
                 OR WS-POS > 0
           IF WS-POS > 0
              MOVE 'S' TO WS-SW-ACTUALIZA
              MOVE 'S' TO WS-CDR-APLICADO(WS-POS)
              MOVE WS-CDR-ESTADO(WS-POS)        TO FC-ESTADO-CPE
              MOVE WS-CDR-FECHA(WS-POS)         TO FC-FECHA-ESTADO-CPE
              MOVE WS-CDR-COD-RESPUESTA(WS-POS) TO FC-COD-RESPUESTA
              MOVE WS-CDR-DES-RESPUESTA(WS-POS) TO FC-DES-RESPUESTA
              MOVE WS-CDR-VALOR-RESUMEN(WS-POS) TO FC-VALOR-RESUMEN
              EVALUATE TRUE
                 WHEN FC-CPE-ACEPTADO
                    ADD 1 TO WS-TOT-ACEPTADOS
                 WHEN FC-CPE-OBSERVADO
                    ADD 1 TO WS-TOT-OBSERVADOS
                 WHEN OTHER
                    MOVE 'R' TO FC-ESTADO-CPE
                    PERFORM 3200-LISTAR-RECHAZO
              END-EVALUATE
           END-IF
           .
       3100-APLICAR-CDR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3110-COMPARAR-CDR.
           IF WS-CDR-SERIE(WS-IDX) = FC-SERIE-CPE
              AND WS-CDR-CORRELATIVO(WS-IDX) = FC-CORRELATIVO-CPE
              AND NOT WS-CDR-YA-APLICADO(WS-IDX)
              MOVE WS-IDX TO WS-POS
           END-IF
           .
       3110-COMPARAR-CDR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3200-LISTAR-RECHAZO.
           ADD 1 TO WS-TOT-RECHAZADOS
           MOVE FC-SERIE-CPE       TO WR-SERIE
           MOVE FC-CORRELATIVO-CPE TO WR-CORRELATIVO
           MOVE FC-NRO-FACTURA     TO WR-NRO-FACTURA
           MOVE FC-CTAVALOR        TO WR-CTAVALOR
           MOVE FC-NUME-DOC-ADQ    TO WR-NUME-DOC
           MOVE FC-COD-RESPUESTA   TO WR-COD-RESPUESTA
           MOVE FC-DES-RESPUESTA   TO WR-DES-RESPUESTA
           WRITE RECHAZO-REC FROM WS-LINEA-RECHAZO
           .
       3200-LISTAR-RECHAZO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * REPRESENTACION DEL COMPROBANTE EN EL CORREO: TIPO Y          *
      * SERIE-NUMERO, RUC DEL EMISOR (EN EL CDR), FECHA DE EMISION,  *
      * VALOR DE VENTA, IGV, TOTAL Y VALOR RESUMEN DE LA FIRMA.      *
      *--------------------------------------------------------------*
       3300-DESPACHAR-CORREO.
           MOVE 'S' TO WS-SW-ACTUALIZA
           IF FC-EMAIL-ADQ = SPACES
              ADD 1 TO WS-TOT-SIN-CORREO
              MOVE 'X' TO FC-IND-CORREO
              GO TO 3300-DESPACHAR-CORREO-EXIT
           END-IF
           IF FC-CPE-FACTURA
              MOVE 'FACTURA ELECTRONICA'  TO WS-DES-COMPROBANTE
           ELSE
              MOVE 'BOLETA ELECTRONICA'   TO WS-DES-COMPROBANTE
           END-IF
           MOVE FC-SERIE-CPE       TO WS-NC-SERIE
           MOVE FC-CORRELATIVO-CPE TO WS-NC-CORRELATIVO
           MOVE FC-FECHA-EMISION-CPE TO WS-FECHA-EMISION
           MOVE SPACES TO E500-VLMC500E
           STRING WS-DES-COMPROBANTE DELIMITED BY '  '
                  ' ' WS-NUMERO-CPE DELIMITED BY SIZE
                  INTO E500-ASUNTO1
           END-STRING
           STRING 'ESTIMADO CLIENTE ' FC-NOMBRE-CLIE
                  DELIMITED BY SIZE INTO E500-DESCRIPCION1
           END-STRING
           STRING 'COMISIONES DE INTERMEDIACION BURSATIL PERIODO '
                  FC-PERIODO ' - DOC. ADQUIRENTE ' FC-NUME-DOC-ADQ
                  DELIMITED BY SIZE INTO E500-DESCRIPCION2
           END-STRING
           STRING 'VALOR RESUMEN ' FC-VALOR-RESUMEN
                  DELIMITED BY SIZE INTO E500-DESCRIPCION3
           END-STRING
           STRING 'CODIGO SUNAT ' FC-COD-RESPUESTA ' '
                  FC-DES-RESPUESTA
                  DELIMITED BY SIZE INTO E500-DESCRIPCION4
           END-STRING
           STRING WS-FE-DIA '/' WS-FE-MES '/' WS-FE-ANIO
                  DELIMITED BY SIZE INTO E500-FECHA1
           END-STRING
           MOVE 'E'                 TO E500-INDICADOR1
           MOVE FC-EMAIL-ADQ(1:35)  TO E500-CODIGO1
           MOVE FC-TIPO-COMPROBANTE TO E500-CODIGO2
           MOVE FC-SUBTOTAL         TO E500-IMPORTE1
           MOVE FC-IGV              TO E500-IMPORTE2
           MOVE FC-TOTAL            TO E500-IMPORTE3
           MOVE 0                   TO E500-IMPORTE4
           MOVE FC-CORRELATIVO-CPE  TO E500-NUMERO1
           MOVE FC-NRO-FACTURA      TO E500-NUMERO2
           MOVE 0 TO E500-NUMERO3 E500-NUMERO4
           CALL 'RVALUSU' USING E500-VLMC500E
                                S500-VLMC500S
           IF S500-COD-RETORNO = '00'
              ADD 1 TO WS-TOT-CORREOS
              MOVE 'S' TO FC-IND-CORREO
           ELSE
              ADD 1 TO WS-TOT-CORREO-FALLIDO
           END-IF
           .
       3300-DESPACHAR-CORREO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3900-CONTAR-SIN-FACTURA.
           IF NOT WS-CDR-YA-APLICADO(WS-IDX)
              ADD 1 TO WS-TOT-CDR-SIN-FACTURA
              DISPLAY 'RCPECDR - CDR SIN COMPROBANTE ENVIADO: '
                      WS-CDR-SERIE(WS-IDX) '-'
                      WS-CDR-CORRELATIVO(WS-IDX)
           END-IF
           .
       3900-CONTAR-SIN-FACTURA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE CONSTANCIA-CDR FACTURA-CLIENTE RECHAZO-CPE
           IF WS-TOT-RECHAZADOS > 0
              OR WS-TOT-CDR-SIN-FACTURA > 0
              OR WS-TOT-CDR-EXCEDIDOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-TOT-CDR-EXCEDIDOS > 0
              DISPLAY 'RCPECDR - TABLA DE CDR LLENA, NO APLICADOS: '
                      WS-TOT-CDR-EXCEDIDOS
           END-IF
           MOVE 'F'              TO BC-FUNCION
           MOVE 'RCPECDR'        TO BC-PROGRAMA
           MOVE WS-FECHA-SISTEMA TO BC-FECHA-PROCESO
           MOVE WS-TOT-CDR       TO BC-REGISTROS
           MOVE RETURN-CODE      TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RCPECDR - CDR RECIBIDOS        : ' WS-TOT-CDR
           DISPLAY 'RCPECDR - ACEPTADOS            : ' WS-TOT-ACEPTADOS
           DISPLAY 'RCPECDR - ACEPTADOS CON OBSERV.: '
                   WS-TOT-OBSERVADOS
           DISPLAY 'RCPECDR - RECHAZADOS (CPEREJ)  : '
                   WS-TOT-RECHAZADOS
           DISPLAY 'RCPECDR - CDR SIN COMPROBANTE  : '
                   WS-TOT-CDR-SIN-FACTURA
           DISPLAY 'RCPECDR - CORREOS DESPACHADOS  : ' WS-TOT-CORREOS
           DISPLAY 'RCPECDR - CORREOS FALLIDOS     : '
                   WS-TOT-CORREO-FALLIDO
           DISPLAY 'RCPECDR - SIN CORREO           : '
                   WS-TOT-SIN-CORREO
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

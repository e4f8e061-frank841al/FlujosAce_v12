       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GCNDRET.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  28/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 28/09/2026 JQ      ALTA. RETENCION DEL IMPUESTO A LA RENTA   *
      *                    DE NO DOMICILIADOS POR GANANCIA DE        *
      *                    CAPITAL EN LA LIQUIDACION DE CADA VENTA:  *
      *                    CARGO VIA EFEPOST Y CERTIFICADO GCNDCER   *
      *                    POR VENTA.                                *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * EL TITULAR DE LA CUENTA SE UBICA EN EODCLI (ORDENADO POR     *
      * CTAVALOR) Y SU RESIDENCIA EN TAXRES: ES NO DOMICILIADO SI    *
      * TIENE RESIDENCIA FISCAL DECLARADA Y NINGUNA ES PE (SIN       *
      * REGISTROS EN TAXRES SE LE TRATA COMO DOMICILIADO, QUE ES EL  *
      * CASO DEL ONBOARDING LOCAL). LA GANANCIA ES EL IMPORTE DE     *
      * VENTA MENOS EL COSTO FIFO RELEVADO POR LOTEAPL; SOBRE LA     *
      * GANANCIA POSITIVA SE APLICA LA TASA GCND-TASA DE PARMMAST    *
      * (POR DEFECTO 5 PCT), SE CARGA EL IMPORTE RETENIDO EN LA      *
      * CUENTA EFECTIVO VIA EFEPOST EN LA MONEDA DE LA VENTA Y SE    *
      * EMITE EL CERTIFICADO. LA VENTA A PERDIDA DEL NO DOMICILIADO  *
      * EMITE SU CERTIFICADO CON RETENCION CERO, QUE LE SIRVE DE     *
      * SUSTENTO ANTE SUNAT.                                         *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-EXT ASSIGN TO EODCLI
               ORGANIZATION IS SEQUENTIAL.
           SELECT RESIDENCIA-FISCAL ASSIGN TO TAXRES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-CLAVE
               FILE STATUS IS WS-TX-STATUS.
           SELECT CERTIFICADO-GCND ASSIGN TO GCNDCER
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-GCND ASSIGN TO GCNDSEQ
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-EXT
           RECORDING MODE IS F.
       COPY EODCLI.
       FD  RESIDENCIA-FISCAL
           RECORDING MODE IS F.
       COPY TAXRES.
       FD  CERTIFICADO-GCND
           RECORDING MODE IS F.
       COPY GCNDCER.
       FD  CONTROL-GCND
           RECORDING MODE IS F.
       COPY GCNDSEQ.
       WORKING-STORAGE SECTION.
       01  WS-TX-STATUS                PIC X(02) VALUE '00'.
           88 WS-TX-OK                           VALUE '00'.
           88 WS-TX-FIN                          VALUE '10'.
       77  WS-EOF-CLIENTE              PIC X(01) VALUE 'N'.
           88 WS-FIN-CLIENTE                     VALUE 'S'.
       77  WS-SW-TITULAR               PIC X(01) VALUE 'N'.
           88 WS-TITULAR-UBICADO                 VALUE 'S'.
       77  WS-SW-RESIDENCIA-PE         PIC X(01) VALUE 'N'.
           88 WS-CON-RESIDENCIA-PE               VALUE 'S'.
      *    TASA EN PORCENTAJE SI PARMMAST NO TRAE GCND-TASA.         *
       77  WS-PCT-RETENCION            PIC 9(03)V9(04) VALUE 5.
       01  WS-TITULAR.
           05 WS-TIT-TIPO-DOC          PIC X(01).
           05 WS-TIT-NUME-DOC          PIC X(20).
           05 WS-TIT-NOMBRE            PIC X(80).
       01  WS-CONCEPTO-RETENCION.
           05 FILLER                   PIC X(22) VALUE
              'RETENCION IR NO DOMIC '.
           05 WS-CR-NEMONICO           PIC X(10).
           05 FILLER                   PIC X(08) VALUE SPACES.
       COPY PARMCHKP.
       COPY EFEPOSTP.
       LINKAGE SECTION.
       COPY GCNDRETP.
       PROCEDURE DIVISION USING GNR-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           MOVE '00'   TO GNR-COD-RETORNO
           MOVE 'D'    TO GNR-IND-RESULTADO
           MOVE SPACES TO GNR-JURISDICCION
           MOVE 0      TO GNR-GANANCIA
           MOVE 0      TO GNR-TASA-RETENCION
           MOVE 0      TO GNR-IMPORTE-RETENIDO
           MOVE 0      TO GNR-NRO-CERTIFICADO
           PERFORM 1000-UBICAR-TITULAR
           IF WS-TITULAR-UBICADO
              PERFORM 2000-EVALUAR-RESIDENCIA
           END-IF
           IF WS-TITULAR-UBICADO
              AND NOT WS-CON-RESIDENCIA-PE
              AND GNR-JURISDICCION NOT = SPACES
              PERFORM 3000-CALCULAR-RETENCION
              IF GNR-IMPORTE-RETENIDO > 0
                 PERFORM 4000-CARGAR-RETENCION
              END-IF
              IF NOT GNR-ERROR-CARGO
                 PERFORM 5000-EMITIR-CERTIFICADO
              END-IF
           END-IF
           GOBACK.
      *--------------------------------------------------------------*
       1000-UBICAR-TITULAR.
           MOVE 'N'    TO WS-SW-TITULAR
           MOVE 'N'    TO WS-EOF-CLIENTE
           MOVE SPACES TO WS-TITULAR
           OPEN INPUT CLIENTE-EXT
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           PERFORM 1100-COMPARAR-CLIENTE
              UNTIL WS-FIN-CLIENTE
                 OR WS-TITULAR-UBICADO
           CLOSE CLIENTE-EXT
           .
       1000-UBICAR-TITULAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1100-COMPARAR-CLIENTE.
           EVALUATE TRUE
              WHEN EC-CTAVALOR = GNR-CTA-VALOR
                 MOVE 'S'         TO WS-SW-TITULAR
                 MOVE EC-TIPO-DOC TO WS-TIT-TIPO-DOC
                 MOVE EC-NUME-DOC TO WS-TIT-NUME-DOC
                 MOVE EC-CLIENTE  TO WS-TIT-NOMBRE
              WHEN EC-CTAVALOR > GNR-CTA-VALOR
      *          EXTRACTO ORDENADO POR CTAVALOR: YA NO APARECERA.    *
                 MOVE 'S' TO WS-EOF-CLIENTE
              WHEN OTHER
                 READ CLIENTE-EXT
                    AT END MOVE 'S' TO WS-EOF-CLIENTE
                 END-READ
           END-EVALUATE
           .
       1100-COMPARAR-CLIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * RESIDENCIAS FISCALES DEL DOCUMENTO: CUALQUIER REGISTRO PE LO *
      * HACE DOMICILIADO; SI NO, GNR-JURISDICCION QUEDA CON LA       *
      * PRIMERA JURISDICCION EXTRANJERA DECLARADA.                   *
      *--------------------------------------------------------------*
       2000-EVALUAR-RESIDENCIA.
           MOVE 'N'  TO WS-SW-RESIDENCIA-PE
           MOVE '00' TO WS-TX-STATUS
           OPEN INPUT RESIDENCIA-FISCAL
           MOVE WS-TIT-NUME-DOC TO TX-NUME-DOC
           MOVE LOW-VALUES      TO TX-JURISDICCION
           START RESIDENCIA-FISCAL KEY IS NOT LESS THAN TX-CLAVE
              INVALID KEY MOVE '10' TO WS-TX-STATUS
           END-START
           IF WS-TX-OK
              READ RESIDENCIA-FISCAL NEXT RECORD
                 AT END MOVE '10' TO WS-TX-STATUS
              END-READ
           END-IF
           PERFORM 2100-REVISAR-RESIDENCIA
              UNTIL WS-TX-FIN
                 OR TX-NUME-DOC NOT = WS-TIT-NUME-DOC
           CLOSE RESIDENCIA-FISCAL
           .
       2000-EVALUAR-RESIDENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-REVISAR-RESIDENCIA.
           IF TX-JURISDICCION = 'PE'
              MOVE 'S' TO WS-SW-RESIDENCIA-PE
           ELSE
              IF GNR-JURISDICCION = SPACES
                 MOVE TX-JURISDICCION TO GNR-JURISDICCION
              END-IF
           END-IF
           READ RESIDENCIA-FISCAL NEXT RECORD
              AT END MOVE '10' TO WS-TX-STATUS
           END-READ
           .
       2100-REVISAR-RESIDENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-CALCULAR-RETENCION.
           MOVE 'GCND-TASA' TO PMC-COD-PARAMETRO
           MOVE GNR-FECHA   TO PMC-FECHA
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-PCT-RETENCION
           END-IF
           COMPUTE GNR-TASA-RETENCION ROUNDED =
              WS-PCT-RETENCION / 100
           COMPUTE GNR-GANANCIA =
              GNR-IMPORTE-VENTA - GNR-COSTO-FIFO
           IF GNR-GANANCIA > 0
              COMPUTE GNR-IMPORTE-RETENIDO ROUNDED =
                 GNR-GANANCIA * GNR-TASA-RETENCION
              MOVE 'R' TO GNR-IND-RESULTADO
           ELSE
              MOVE 'S' TO GNR-IND-RESULTADO
           END-IF
           .
       3000-CALCULAR-RETENCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-CARGAR-RETENCION.
           MOVE GNR-CTA-VALOR        TO EFP-CTA-VALOR
           MOVE 'C'                  TO EFP-CARGO-ABONO
           MOVE GNR-IMPORTE-RETENIDO TO EFP-IMPORTE
           MOVE GNR-NEMONICO         TO WS-CR-NEMONICO
           MOVE WS-CONCEPTO-RETENCION TO EFP-CONCEPTO
           MOVE GNR-MONEDA           TO EFP-MONEDA
           CALL 'EFEPOST' USING EFP-PARAMETROS
           IF EFP-COD-RETORNO NOT = '00'
              MOVE 'E'             TO GNR-IND-RESULTADO
              MOVE EFP-COD-RETORNO TO GNR-COD-RETORNO
           END-IF
           .
       4000-CARGAR-RETENCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5000-EMITIR-CERTIFICADO.
           OPEN I-O CONTROL-GCND
           READ CONTROL-GCND
           ADD 1 TO SEQ-ULTIMO-GCND
           REWRITE SEQ-CONTROL-GCND
           CLOSE CONTROL-GCND
           MOVE SEQ-ULTIMO-GCND      TO GNR-NRO-CERTIFICADO
           MOVE SPACES               TO GCR-CERTIFICADO-RETENCION
           MOVE SEQ-ULTIMO-GCND      TO GCR-NRO-CERTIFICADO
           MOVE GNR-FECHA            TO GCR-FEC-EMISION
           MOVE GNR-CTA-VALOR        TO GCR-CTAVALOR
           MOVE WS-TIT-TIPO-DOC      TO GCR-TIPO-DOC
           MOVE WS-TIT-NUME-DOC      TO GCR-NUME-DOC
           MOVE WS-TIT-NOMBRE        TO GCR-NOMBRE
           MOVE GNR-JURISDICCION     TO GCR-JURISDICCION
           MOVE GNR-ORDEN            TO GCR-ORDEN
           MOVE GNR-NEMONICO         TO GCR-NEMONICO
           MOVE GNR-CANTIDAD         TO GCR-CAN-VENDIDA
           MOVE GNR-MONEDA           TO GCR-MONEDA
           MOVE GNR-IMPORTE-VENTA    TO GCR-IMPORTE-VENTA
           MOVE GNR-COSTO-FIFO       TO GCR-COSTO-FIFO
           MOVE GNR-GANANCIA         TO GCR-GANANCIA
           MOVE GNR-TASA-RETENCION   TO GCR-TASA-RETENCION
           MOVE GNR-IMPORTE-RETENIDO TO GCR-IMPORTE-RETENIDO
           OPEN EXTEND CERTIFICADO-GCND
           WRITE GCR-CERTIFICADO-RETENCION
           CLOSE CERTIFICADO-GCND
           .
       5000-EMITIR-CERTIFICADO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

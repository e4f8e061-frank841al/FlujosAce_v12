       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RGCNDMES.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  28/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 28/09/2026 JQ      ALTA. RESUMEN MENSUAL DE RETENCIONES A NO *
      *                    DOMICILIADOS POR GANANCIA DE CAPITAL      *
      *                    (GCNDCER): REPORTE DE SUSTENTO DEL PAGO A *
      *                    SUNAT Y RESUMEN GCNDRES POR MONEDA PARA   *
      *                    EL ASIENTO DE RGLJRNL.                    *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * EL PERIODO (AAAAMM) VIENE EN LA TARJETA OPCIONAL GCNDCARD;   *
      * SIN ELLA SE RESUME EL MES CALENDARIO ANTERIOR AL DE PROCESO  *
      * (MISMO CRITERIO QUE RUIFREG). SE LEEN LOS CERTIFICADOS DE    *
      * GCNDCER EMITIDOS EN EL PERIODO, SE LISTA CADA UNO EN EL      *
      * REPORTE (DD GCNDRPT) Y SE ACUMULAN POR MONEDA EL NUMERO DE   *
      * CERTIFICADOS, LA GANANCIA Y EL IMPORTE RETENIDO. CADA MONEDA *
      * DEJA SU LINEA EN GCNDRES, QUE SUSTENTA EL PAGO DEL PERIODO A *
      * SUNAT Y QUE EL RGLJRNL DE ESA NOCHE ASIENTA CONTRA LA CUENTA *
      * DE IMPUESTO POR PAGAR. LA CORRIDA SE REGISTRA EN RUNCTL VIA  *
      * BCHCTL.                                                      *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TARJETA-PERIODO ASSIGN TO GCNDCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT CERTIFICADO-GCND ASSIGN TO GCNDCER
               ORGANIZATION IS SEQUENTIAL.
           SELECT RESUMEN-GCND ASSIGN TO GCNDRES
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-GCND ASSIGN TO GCNDRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TARJETA-PERIODO
           RECORDING MODE IS F.
       01  TG-REGISTRO-TARJETA.
           05 TG-PERIODO               PIC 9(06).
           05 FILLER                   PIC X(74).
       FD  CERTIFICADO-GCND
           RECORDING MODE IS F.
       COPY GCNDCER.
       FD  RESUMEN-GCND
           RECORDING MODE IS F.
       COPY GCNDRES.
       FD  REPORTE-GCND
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-EOF-TARJETA              PIC X(01) VALUE 'N'.
           88 WS-FIN-TARJETA                     VALUE 'S'.
       77  WS-EOF-CERTIFICADO          PIC X(01) VALUE 'N'.
           88 WS-FIN-CERTIFICADO                 VALUE 'S'.
       01  WS-FECHA-PROCESO            PIC 9(08).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05 WS-FP-ANIO               PIC 9(04).
           05 WS-FP-MES                PIC 9(02).
           05 WS-FP-DIA                PIC 9(02).
       01  WS-PERIODO-REPORTE.
           05 WS-PER-ANIO              PIC 9(04).
           05 WS-PER-MES               PIC 9(02).
       01  WS-PERIODO REDEFINES WS-PERIODO-REPORTE
                                       PIC 9(06).
       01  WS-FEC-EMISION              PIC 9(08).
       01  WS-FEC-EMISION-R REDEFINES WS-FEC-EMISION.
           05 WS-FE-PERIODO            PIC 9(06).
           05 WS-FE-DIA                PIC 9(02).
       77  WS-TOT-LEIDOS               PIC 9(07) COMP VALUE 0.
       77  WS-TOT-PERIODO              PIC 9(07) COMP VALUE 0.
       77  WS-TOT-MONEDAS              PIC 9(02) COMP VALUE 0.
       77  WS-IDX-MON                  PIC 9(02) COMP VALUE 0.
       77  WS-POS-MON                  PIC 9(02) COMP VALUE 0.
      *--------------------------------------------------------------*
      * ACUMULADOS DEL PERIODO POR MONEDA DE LA VENTA.               *
      *--------------------------------------------------------------*
       01  WS-TABLA-MONEDAS.
           05 WS-MON OCCURS 10 TIMES.
              10 WS-MON-CODIGO         PIC X(03).
              10 WS-MON-CERTIFICADOS   PIC 9(07) COMP.
              10 WS-MON-GANANCIA       PIC S9(14)V9(02) COMP-3.
              10 WS-MON-RETENIDO       PIC S9(14)V9(02) COMP-3.
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(44) VALUE
              'RETENCIONES A NO DOMICILIADOS - GANANCIA DE'.
           05 FILLER                   PIC X(20) VALUE
              ' CAPITAL  PERIODO : '.
           05 WT-PERIODO               PIC 9(06).
           05 FILLER                   PIC X(09) VALUE ' FECHA : '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(45) VALUE SPACES.
       01  WS-LINEA-CABECERA.
           05 FILLER                   PIC X(44) VALUE
              'NRO CERTI FECHA    CUENTA-VALOR         DOCU'.
           05 FILLER                   PIC X(44) VALUE
              'MENTO            JU NEMONICO   MON          '.
           05 FILLER                   PIC X(44) VALUE
              'GANANCIA TASA          RETENIDO             '.
       01  WS-LINEA-DETALLE.
           05 WD-NRO-CERTIFICADO       PIC 9(09).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-FEC-EMISION           PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-CTAVALOR              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-NUME-DOC              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-JURISDICCION          PIC X(02).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-NEMONICO              PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-MONEDA                PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-GANANCIA              PIC -(13)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-TASA                  PIC 9.9999.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-RETENIDO              PIC -(11)9.99.
           05 FILLER                   PIC X(13) VALUE SPACES.
       01  WS-LINEA-MONEDA.
           05 FILLER                   PIC X(13) VALUE
              'TOTAL MONEDA '.
           05 WM-MONEDA                PIC X(03).
           05 FILLER                   PIC X(16) VALUE
              ' CERTIFICADOS : '.
           05 WM-CERTIFICADOS          PIC Z(06)9.
           05 FILLER                   PIC X(12) VALUE
              ' GANANCIA : '.
           05 WM-GANANCIA              PIC -(13)9.99.
           05 FILLER                   PIC X(12) VALUE
              ' RETENIDO : '.
           05 WM-RETENIDO              PIC -(13)9.99.
           05 FILLER                   PIC X(35) VALUE SPACES.
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
           PERFORM 2000-PROCESAR-CERTIFICADO
              UNTIL WS-FIN-CERTIFICADO
           PERFORM 3000-GRABAR-RESUMEN
              VARYING WS-IDX-MON FROM 1 BY 1
              UNTIL WS-IDX-MON > WS-TOT-MONEDAS
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RGCNDMES'   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RGCNDMES - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1050-DETERMINAR-PERIODO
           OPEN INPUT  CERTIFICADO-GCND
           OPEN OUTPUT RESUMEN-GCND REPORTE-GCND
           MOVE WS-PERIODO       TO WT-PERIODO
           MOVE WS-FECHA-PROCESO TO WT-FECHA
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           WRITE REPORTE-REC FROM WS-LINEA-CABECERA
           READ CERTIFICADO-GCND
              AT END MOVE 'S' TO WS-EOF-CERTIFICADO
           END-READ
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1050-DETERMINAR-PERIODO.
           IF WS-FP-MES = 1
              COMPUTE WS-PER-ANIO = WS-FP-ANIO - 1
              MOVE 12 TO WS-PER-MES
           ELSE
              MOVE WS-FP-ANIO TO WS-PER-ANIO
              COMPUTE WS-PER-MES = WS-FP-MES - 1
           END-IF
           OPEN INPUT TARJETA-PERIODO
           READ TARJETA-PERIODO
              AT END MOVE 'S' TO WS-EOF-TARJETA
           END-READ
           IF NOT WS-FIN-TARJETA
              AND TG-PERIODO NUMERIC
              AND TG-PERIODO > 0
              MOVE TG-PERIODO TO WS-PERIODO
           END-IF
           CLOSE TARJETA-PERIODO
           .
       1050-DETERMINAR-PERIODO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-PROCESAR-CERTIFICADO.
           ADD 1 TO WS-TOT-LEIDOS
           MOVE GCR-FEC-EMISION TO WS-FEC-EMISION
           IF WS-FE-PERIODO = WS-PERIODO
              ADD 1 TO WS-TOT-PERIODO
              PERFORM 2100-LISTAR-CERTIFICADO
              PERFORM 2200-ACUMULAR-MONEDA
           END-IF
           READ CERTIFICADO-GCND
              AT END MOVE 'S' TO WS-EOF-CERTIFICADO
           END-READ
           .
       2000-PROCESAR-CERTIFICADO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-LISTAR-CERTIFICADO.
           MOVE GCR-NRO-CERTIFICADO  TO WD-NRO-CERTIFICADO
           MOVE GCR-FEC-EMISION      TO WD-FEC-EMISION
           MOVE GCR-CTAVALOR         TO WD-CTAVALOR
           MOVE GCR-NUME-DOC         TO WD-NUME-DOC
           MOVE GCR-JURISDICCION     TO WD-JURISDICCION
           MOVE GCR-NEMONICO         TO WD-NEMONICO
           MOVE GCR-MONEDA           TO WD-MONEDA
           MOVE GCR-GANANCIA         TO WD-GANANCIA
           MOVE GCR-TASA-RETENCION   TO WD-TASA
           MOVE GCR-IMPORTE-RETENIDO TO WD-RETENIDO
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           .
       2100-LISTAR-CERTIFICADO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2200-ACUMULAR-MONEDA.
           MOVE 0 TO WS-POS-MON
           PERFORM 2210-COMPARAR-MONEDA
              VARYING WS-IDX-MON FROM 1 BY 1
              UNTIL WS-IDX-MON > WS-TOT-MONEDAS
                 OR WS-POS-MON > 0
           IF WS-POS-MON = 0
              IF WS-TOT-MONEDAS < 10
                 ADD 1 TO WS-TOT-MONEDAS
                 MOVE WS-TOT-MONEDAS TO WS-POS-MON
                 MOVE GCR-MONEDA TO WS-MON-CODIGO(WS-POS-MON)
                 MOVE 0 TO WS-MON-CERTIFICADOS(WS-POS-MON)
                 MOVE 0 TO WS-MON-GANANCIA(WS-POS-MON)
                 MOVE 0 TO WS-MON-RETENIDO(WS-POS-MON)
              ELSE
                 DISPLAY 'RGCNDMES - TABLA DE MONEDAS LLENA, '
                         'CERTIFICADO ' GCR-NRO-CERTIFICADO
                         ' NO ACUMULADO'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           IF WS-POS-MON > 0
              ADD 1 TO WS-MON-CERTIFICADOS(WS-POS-MON)
              ADD GCR-GANANCIA TO WS-MON-GANANCIA(WS-POS-MON)
              ADD GCR-IMPORTE-RETENIDO TO WS-MON-RETENIDO(WS-POS-MON)
           END-IF
           .
       2200-ACUMULAR-MONEDA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2210-COMPARAR-MONEDA.
           IF WS-MON-CODIGO(WS-IDX-MON) = GCR-MONEDA
              MOVE WS-IDX-MON TO WS-POS-MON
           END-IF
           .
       2210-COMPARAR-MONEDA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-GRABAR-RESUMEN.
           MOVE WS-PERIODO                      TO GRS-PERIODO
           MOVE WS-MON-CODIGO(WS-IDX-MON)       TO GRS-MONEDA
           MOVE WS-MON-CERTIFICADOS(WS-IDX-MON) TO GRS-NRO-CERTIFICADOS
           MOVE WS-MON-GANANCIA(WS-IDX-MON)     TO GRS-TOTAL-GANANCIA
           MOVE WS-MON-RETENIDO(WS-IDX-MON)     TO GRS-TOTAL-RETENIDO
           WRITE GRS-REGISTRO-RESUMEN
           MOVE WS-MON-CODIGO(WS-IDX-MON)       TO WM-MONEDA
           MOVE WS-MON-CERTIFICADOS(WS-IDX-MON) TO WM-CERTIFICADOS
           MOVE WS-MON-GANANCIA(WS-IDX-MON)     TO WM-GANANCIA
           MOVE WS-MON-RETENIDO(WS-IDX-MON)     TO WM-RETENIDO
           WRITE REPORTE-REC FROM WS-LINEA-MONEDA
           .
       3000-GRABAR-RESUMEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           MOVE 'CERTIFICADOS LEIDOS'         TO WL-TITULO
           MOVE WS-TOT-LEIDOS                 TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'CERTIFICADOS DEL PERIODO'    TO WL-TITULO
           MOVE WS-TOT-PERIODO                TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           CLOSE CERTIFICADO-GCND RESUMEN-GCND REPORTE-GCND
           MOVE 'F'              TO BC-FUNCION
           MOVE 'RGCNDMES'       TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-PERIODO   TO BC-REGISTROS
           MOVE RETURN-CODE      TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RGCNDMES - PERIODO             : ' WS-PERIODO
           DISPLAY 'RGCNDMES - CERTIFICADOS LEIDOS : ' WS-TOT-LEIDOS
           DISPLAY 'RGCNDMES - DEL PERIODO         : ' WS-TOT-PERIODO
           DISPLAY 'RGCNDMES - MONEDAS RESUMIDAS   : ' WS-TOT-MONEDAS
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

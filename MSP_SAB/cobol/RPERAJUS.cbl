       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RPERAJUS.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  28/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 28/09/2026 JQ      ALTA. REPORTE PARA LOS AUDITORES DE LOS   *
      *                    PERIODOS CONTABLES CERRADOS (PERCONT) Y   *
      *                    DE TODOS LOS AJUSTES HECHOS DESPUES DEL   *
      *                    CIERRE (PERAJUS), CON RESUMEN POR         *
      *                    PERIODO, TIPO Y MONEDA.                   *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * EL RANGO DE PERIODOS (AAAAMM DESDE Y HASTA) VIENE EN LA      *
      * TARJETA OPCIONAL PAJUCARD; SIN TARJETA SE LISTA TODO.        *
      * SECCION 1: LOS PERIODOS CERRADOS DEL RANGO CON FECHA, HORA Y *
      * USUARIO DEL CIERRE. SECCION 2: CADA AJUSTE POST-CIERRE CUYO  *
      * PERIODO CERRADO DE ORIGEN CAE EN EL RANGO, EN ORDEN DE       *
      * REGISTRO, CON FECHA VALOR ORIGINAL Y APLICADA, PROGRAMA,     *
      * REFERENCIA, CUENTA, IMPORTE (TITULOS EN LOS DE CARTERA),     *
      * CONCEPTO, MOTIVO Y USUARIO. SECCION 3: RESUMEN POR PERIODO   *
      * DE ORIGEN, TIPO (E EFECTIVO / C CARTERA) Y MONEDA CON        *
      * CANTIDAD, ABONOS Y CARGOS. LA CORRIDA SE REGISTRA EN RUNCTL  *
      * VIA BCHCTL.                                                  *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TARJETA-RANGO ASSIGN TO PAJUCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT PERIODO-CONTABLE ASSIGN TO PERCONT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PK-PERIODO
               FILE STATUS IS WS-PK-STATUS.
           SELECT AJUSTE-POST-CIERRE ASSIGN TO PERAJUS
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-AJUSTE ASSIGN TO PAJURPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TARJETA-RANGO
           RECORDING MODE IS F.
       01  TJ-REGISTRO-TARJETA.
           05 TJ-PERIODO-DESDE         PIC 9(06).
           05 TJ-PERIODO-HASTA         PIC 9(06).
           05 FILLER                   PIC X(68).
       FD  PERIODO-CONTABLE
           RECORDING MODE IS F.
       COPY PERCONT.
       FD  AJUSTE-POST-CIERRE
           RECORDING MODE IS F.
       COPY PERAJUS.
       FD  REPORTE-AJUSTE
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-EOF-TARJETA              PIC X(01) VALUE 'N'.
           88 WS-FIN-TARJETA                     VALUE 'S'.
       77  WS-EOF-AJUSTE               PIC X(01) VALUE 'N'.
           88 WS-FIN-AJUSTE                      VALUE 'S'.
       01  WS-PK-STATUS                PIC X(02) VALUE '00'.
           88 WS-PK-OK                           VALUE '00'.
       01  WS-FECHA-PROCESO            PIC 9(08).
       01  WS-PERIODO-DESDE            PIC 9(06) VALUE 0.
       01  WS-PERIODO-HASTA            PIC 9(06) VALUE 999999.
       77  WS-IDX                      PIC 9(03) COMP VALUE 0.
       77  WS-POS                      PIC 9(03) COMP VALUE 0.
       77  WS-TOT-ENTRADAS             PIC 9(03) COMP VALUE 0.
       77  WS-TOT-PERIODOS             PIC 9(05) COMP VALUE 0.
       77  WS-TOT-LEIDOS               PIC 9(07) COMP VALUE 0.
       77  WS-TOT-LISTADOS             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-DESCARTADOS          PIC 9(05) COMP VALUE 0.
      *--------------------------------------------------------------*
      * RESUMEN POR PERIODO DE ORIGEN, TIPO Y MONEDA.                *
      *--------------------------------------------------------------*
       01  WS-TABLA-RESUMEN.
           05 WS-RESUMEN OCCURS 200 TIMES.
              10 WS-RS-PERIODO         PIC 9(06).
              10 WS-RS-TIPO            PIC X(01).
              10 WS-RS-MONEDA          PIC X(03).
              10 WS-RS-CANTIDAD        PIC 9(07) COMP.
              10 WS-RS-ABONOS          PIC S9(15)V9(02) COMP-3.
              10 WS-RS-CARGOS          PIC S9(15)V9(02) COMP-3.
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(44) VALUE
              'AJUSTES POSTERIORES AL CIERRE CONTABLE FECHA'.
           05 FILLER                   PIC X(02) VALUE ': '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(10) VALUE '  PERIODOS'.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WT-DESDE                 PIC 9(06).
           05 FILLER                   PIC X(03) VALUE ' A '.
           05 WT-HASTA                 PIC 9(06).
           05 FILLER                   PIC X(52) VALUE SPACES.
       01  WS-LINEA-SECCION.
           05 WS-SECCION               PIC X(60).
           05 FILLER                   PIC X(72) VALUE SPACES.
       01  WS-CABECERA-PERIODO.
           05 FILLER                   PIC X(44) VALUE
              'PERIODO  FECHA CIERRE  HORA      USUARIO'.
           05 FILLER                   PIC X(88) VALUE SPACES.
       01  WS-LINEA-PERIODO.
           05 WP-PERIODO               PIC 9(06).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WP-FECHA-CIERRE          PIC 9(08).
           05 FILLER                   PIC X(06) VALUE SPACES.
           05 WP-HORA-CIERRE           PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WP-USUARIO               PIC X(07).
           05 FILLER                   PIC X(92) VALUE SPACES.
       01  WS-CABECERA-AJUSTE.
           05 FILLER                   PIC X(44) VALUE
              'F.REGIST PERIODO F.VALOR  F.APLIC  PROGRAMA '.
           05 FILLER                   PIC X(44) VALUE
              'REFERENCIA           T CUENTA-VALOR         '.
           05 FILLER                   PIC X(44) VALUE
              'NEMONICO   MON C/A            IMPORTE'.
       01  WS-LINEA-AJUSTE.
           05 WA-FECHA-REGISTRO        PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WA-PERIODO               PIC 9(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WA-FECHA-VALOR           PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WA-FECHA-APLICADA        PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WA-PROGRAMA              PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WA-REFERENCIA            PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WA-TIPO                  PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WA-CTAVALOR              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WA-NEMONICO              PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WA-MONEDA                PIC X(03).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WA-CARGO-ABONO           PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WA-IMPORTE               PIC -(14)9.99.
           05 FILLER                   PIC X(08) VALUE SPACES.
       01  WS-LINEA-MOTIVO.
           05 FILLER                   PIC X(09) VALUE SPACES.
           05 WM-CONCEPTO              PIC X(40).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WM-MOTIVO                PIC X(40).
           05 FILLER                   PIC X(10) VALUE ' USUARIO: '.
           05 WM-USUARIO               PIC X(07).
           05 FILLER                   PIC X(25) VALUE SPACES.
       01  WS-CABECERA-RESUMEN.
           05 FILLER                   PIC X(44) VALUE
              'PERIODO  T MON  CANTIDAD             ABONOS '.
           05 FILLER                   PIC X(44) VALUE
              '            CARGOS'.
           05 FILLER                   PIC X(44) VALUE SPACES.
       01  WS-LINEA-RESUMEN.
           05 WR-PERIODO               PIC 9(06).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WR-TIPO                  PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WR-MONEDA                PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WR-CANTIDAD              PIC Z(08)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WR-ABONOS                PIC -(14)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WR-CARGOS                PIC -(14)9.99.
           05 FILLER                   PIC X(70) VALUE SPACES.
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
           PERFORM 2000-LISTAR-PERIODO
              UNTIL NOT WS-PK-OK
           MOVE 'AJUSTES POSTERIORES AL CIERRE' TO WS-SECCION
           WRITE REPORTE-REC FROM WS-LINEA-SECCION
           WRITE REPORTE-REC FROM WS-CABECERA-AJUSTE
           PERFORM 3000-LISTAR-AJUSTE
              UNTIL WS-FIN-AJUSTE
           MOVE 'RESUMEN POR PERIODO DE ORIGEN, TIPO Y MONEDA'
              TO WS-SECCION
           WRITE REPORTE-REC FROM WS-LINEA-SECCION
           WRITE REPORTE-REC FROM WS-CABECERA-RESUMEN
           PERFORM 4000-LISTAR-RESUMEN
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-ENTRADAS
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RPERAJUS'   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RPERAJUS - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT TARJETA-RANGO
           READ TARJETA-RANGO
              AT END MOVE 'S' TO WS-EOF-TARJETA
           END-READ
           IF NOT WS-FIN-TARJETA
              IF TJ-PERIODO-DESDE NUMERIC
                 MOVE TJ-PERIODO-DESDE TO WS-PERIODO-DESDE
              END-IF
              IF TJ-PERIODO-HASTA NUMERIC
                 AND TJ-PERIODO-HASTA > 0
                 MOVE TJ-PERIODO-HASTA TO WS-PERIODO-HASTA
              END-IF
           END-IF
           CLOSE TARJETA-RANGO
           OPEN INPUT  PERIODO-CONTABLE AJUSTE-POST-CIERRE
           OPEN OUTPUT REPORTE-AJUSTE
           MOVE WS-FECHA-PROCESO TO WT-FECHA
           MOVE WS-PERIODO-DESDE TO WT-DESDE
           MOVE WS-PERIODO-HASTA TO WT-HASTA
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           MOVE 'PERIODOS CONTABLES CERRADOS' TO WS-SECCION
           WRITE REPORTE-REC FROM WS-LINEA-SECCION
           WRITE REPORTE-REC FROM WS-CABECERA-PERIODO
           MOVE WS-PERIODO-DESDE TO PK-PERIODO
           START PERIODO-CONTABLE KEY IS NOT LESS THAN PK-PERIODO
              INVALID KEY MOVE '10' TO WS-PK-STATUS
           END-START
           IF WS-PK-OK
              READ PERIODO-CONTABLE NEXT RECORD
                 AT END MOVE '10' TO WS-PK-STATUS
              END-READ
           END-IF
           READ AJUSTE-POST-CIERRE
              AT END MOVE 'S' TO WS-EOF-AJUSTE
           END-READ
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-LISTAR-PERIODO.
           IF PK-PERIODO > WS-PERIODO-HASTA
              MOVE '10' TO WS-PK-STATUS
           ELSE
              IF PK-CERRADO
                 ADD 1 TO WS-TOT-PERIODOS
                 MOVE PK-PERIODO      TO WP-PERIODO
                 MOVE PK-FECHA-CIERRE TO WP-FECHA-CIERRE
                 MOVE PK-HORA-CIERRE  TO WP-HORA-CIERRE
                 MOVE PK-USUARIO      TO WP-USUARIO
                 WRITE REPORTE-REC FROM WS-LINEA-PERIODO
              END-IF
              READ PERIODO-CONTABLE NEXT RECORD
                 AT END MOVE '10' TO WS-PK-STATUS
              END-READ
           END-IF
           .
       2000-LISTAR-PERIODO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-LISTAR-AJUSTE.
           ADD 1 TO WS-TOT-LEIDOS
           IF PJ-PERIODO-CERRADO NOT < WS-PERIODO-DESDE
              AND PJ-PERIODO-CERRADO NOT > WS-PERIODO-HASTA
              ADD 1 TO WS-TOT-LISTADOS
              MOVE PJ-FECHA-REGISTRO  TO WA-FECHA-REGISTRO
              MOVE PJ-PERIODO-CERRADO TO WA-PERIODO
              MOVE PJ-FECHA-VALOR     TO WA-FECHA-VALOR
              MOVE PJ-FECHA-APLICADA  TO WA-FECHA-APLICADA
              MOVE PJ-PROGRAMA        TO WA-PROGRAMA
              MOVE PJ-REFERENCIA      TO WA-REFERENCIA
              MOVE PJ-TIPO            TO WA-TIPO
              MOVE PJ-CTAVALOR        TO WA-CTAVALOR
              MOVE PJ-NEMONICO        TO WA-NEMONICO
              MOVE PJ-MONEDA          TO WA-MONEDA
              MOVE PJ-CARGO-ABONO     TO WA-CARGO-ABONO
              MOVE PJ-IMPORTE         TO WA-IMPORTE
              WRITE REPORTE-REC FROM WS-LINEA-AJUSTE
              MOVE PJ-CONCEPTO        TO WM-CONCEPTO
              MOVE PJ-MOTIVO          TO WM-MOTIVO
              MOVE PJ-USUARIO         TO WM-USUARIO
              WRITE REPORTE-REC FROM WS-LINEA-MOTIVO
              PERFORM 3100-ACUMULAR-RESUMEN
           END-IF
           READ AJUSTE-POST-CIERRE
              AT END MOVE 'S' TO WS-EOF-AJUSTE
           END-READ
           .
       3000-LISTAR-AJUSTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-ACUMULAR-RESUMEN.
           MOVE 0 TO WS-POS
           PERFORM 3110-COMPARAR-RESUMEN
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-ENTRADAS
                 OR WS-POS > 0
           IF WS-POS = 0
              IF WS-TOT-ENTRADAS < 200
                 ADD 1 TO WS-TOT-ENTRADAS
                 MOVE WS-TOT-ENTRADAS    TO WS-POS
                 MOVE PJ-PERIODO-CERRADO TO WS-RS-PERIODO(WS-POS)
                 MOVE PJ-TIPO            TO WS-RS-TIPO(WS-POS)
                 MOVE PJ-MONEDA          TO WS-RS-MONEDA(WS-POS)
                 MOVE 0 TO WS-RS-CANTIDAD(WS-POS)
                 MOVE 0 TO WS-RS-ABONOS(WS-POS)
                 MOVE 0 TO WS-RS-CARGOS(WS-POS)
              ELSE
                 ADD 1 TO WS-TOT-DESCARTADOS
              END-IF
           END-IF
           IF WS-POS > 0
              ADD 1 TO WS-RS-CANTIDAD(WS-POS)
              IF PJ-ES-CARGO
                 ADD PJ-IMPORTE TO WS-RS-CARGOS(WS-POS)
              ELSE
                 ADD PJ-IMPORTE TO WS-RS-ABONOS(WS-POS)
              END-IF
           END-IF
           .
       3100-ACUMULAR-RESUMEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3110-COMPARAR-RESUMEN.
           IF WS-RS-PERIODO(WS-IDX) = PJ-PERIODO-CERRADO
              AND WS-RS-TIPO(WS-IDX) = PJ-TIPO
              AND WS-RS-MONEDA(WS-IDX) = PJ-MONEDA
              MOVE WS-IDX TO WS-POS
           END-IF
           .
       3110-COMPARAR-RESUMEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-LISTAR-RESUMEN.
           MOVE WS-RS-PERIODO(WS-IDX)  TO WR-PERIODO
           MOVE WS-RS-TIPO(WS-IDX)     TO WR-TIPO
           MOVE WS-RS-MONEDA(WS-IDX)   TO WR-MONEDA
           MOVE WS-RS-CANTIDAD(WS-IDX) TO WR-CANTIDAD
           MOVE WS-RS-ABONOS(WS-IDX)   TO WR-ABONOS
           MOVE WS-RS-CARGOS(WS-IDX)   TO WR-CARGOS
           WRITE REPORTE-REC FROM WS-LINEA-RESUMEN
           .
       4000-LISTAR-RESUMEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           MOVE 'PERIODOS CERRADOS LISTADOS'        TO WL-TITULO
           MOVE WS-TOT-PERIODOS                     TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'AJUSTES POST-CIERRE LEIDOS'        TO WL-TITULO
           MOVE WS-TOT-LEIDOS                       TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'AJUSTES POST-CIERRE LISTADOS'      TO WL-TITULO
           MOVE WS-TOT-LISTADOS                     TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           IF WS-TOT-DESCARTADOS > 0
              MOVE 'AJUSTES FUERA DEL RESUMEN (TABLA)' TO WL-TITULO
              MOVE WS-TOT-DESCARTADOS               TO WL-CANTIDAD
              WRITE REPORTE-REC FROM WS-LINEA-TOTAL
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE PERIODO-CONTABLE AJUSTE-POST-CIERRE REPORTE-AJUSTE
           MOVE 'F'              TO BC-FUNCION
           MOVE 'RPERAJUS'       TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-LISTADOS  TO BC-REGISTROS
           MOVE RETURN-CODE      TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RPERAJUS - PERIODOS CERRADOS : ' WS-TOT-PERIODOS
           DISPLAY 'RPERAJUS - AJUSTES LEIDOS    : ' WS-TOT-LEIDOS
           DISPLAY 'RPERAJUS - AJUSTES LISTADOS  : ' WS-TOT-LISTADOS
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

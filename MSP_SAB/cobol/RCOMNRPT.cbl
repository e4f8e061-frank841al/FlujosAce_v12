       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RCOMNRPT.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  28/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 28/09/2026 JQ      ALTA. REPORTES MENSUALES DE ACUERDOS DE   *
      *                    COMISION NEGOCIADOS (COMNEGO): ACUERDOS   *
      *                    POR VENCER Y ORDENES CON COMISION         *
      *                    DISTINTA A LA ACORDADA.                   *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * PRIMERA PARTE: RECORRE COMNEGO Y LISTA EN EL REPORTE COMNVEN *
      * LAS LINEAS DE ACUERDO VIGENTES CUYA FECHA HASTA CAE DENTRO   *
      * DE LOS PROXIMOS 30 DIAS CONTADOS DESDE LA FECHA DE PROCESO,  *
      * PARA QUE EL AREA COMERCIAL GESTIONE SU RENOVACION. SEGUNDA   *
      * PARTE: RECORRE ORDARCH Y, PARA LAS ORDENES DEL PERIODO CON   *
      * COMISION CUYA CUENTA-VALOR TIENE ACUERDO VIGENTE A LA FECHA  *
      * DE LA ORDEN PARA EL TIPO DEL INSTRUMENTO (NEMOMAST, VIA      *
      * COMNCHK), CALCULA LA COMISION ACORDADA (MONTO OPERADO POR LA *
      * SUMA DE TASAS) Y LISTA EN EL REPORTE COMNDIF LAS ORDENES     *
      * CUYA COMISION DIGITADA DIFIERE DE ELLA; RFACTCLI FACTURA LA  *
      * ACORDADA. EL PERIODO (AAAAMM) VIENE EN LA TARJETA OPCIONAL   *
      * COMNCARD; SIN ELLA ES EL MES CALENDARIO ANTERIOR AL DE       *
      * PROCESO. LA CORRIDA SE REGISTRA EN RUNCTL VIA BCHCTL.        *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TARJETA-PERIODO ASSIGN TO COMNCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACUERDO-COMISION ASSIGN TO COMNEGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CNG-CLAVE
               FILE STATUS IS WS-CNG-STATUS.
           SELECT ORDEN-ARCHIVO ASSIGN TO ORDARCH
               ORGANIZATION IS SEQUENTIAL.
           SELECT NEMONICO-MAESTRO ASSIGN TO NEMOMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NM-NEMONICO
               FILE STATUS IS WS-NM-STATUS.
           SELECT REPORTE-VENCE ASSIGN TO COMNVEN
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-DIFER ASSIGN TO COMNDIF
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TARJETA-PERIODO
           RECORDING MODE IS F.
       01  TN-REGISTRO-TARJETA.
           05 TN-PERIODO               PIC 9(06).
           05 FILLER                   PIC X(74).
       FD  ACUERDO-COMISION
           RECORDING MODE IS F.
       COPY COMNEGO.
       FD  ORDEN-ARCHIVO
           RECORDING MODE IS F.
       COPY ORDCARCH.
       FD  NEMONICO-MAESTRO
           RECORDING MODE IS F.
       COPY NEMOMAST.
       FD  REPORTE-VENCE
           RECORDING MODE IS F.
       01  REPORTE-VENCE-REC           PIC X(132).
       FD  REPORTE-DIFER
           RECORDING MODE IS F.
       01  REPORTE-DIFER-REC           PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-EOF-TARJETA              PIC X(01) VALUE 'N'.
           88 WS-FIN-TARJETA                     VALUE 'S'.
       77  WS-EOF-ACUERDO              PIC X(01) VALUE 'N'.
           88 WS-FIN-ACUERDO                     VALUE 'S'.
       77  WS-EOF-ORDEN                PIC X(01) VALUE 'N'.
           88 WS-FIN-ORDEN                       VALUE 'S'.
       01  WS-CNG-STATUS               PIC X(02) VALUE '00'.
           88 WS-CNG-OK                          VALUE '00'.
       01  WS-NM-STATUS                PIC X(02) VALUE '00'.
           88 WS-NM-OK                           VALUE '00'.
       01  WS-FECHA-PROCESO            PIC 9(08).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05 WS-FP-ANIO               PIC 9(04).
           05 WS-FP-MES                PIC 9(02).
           05 WS-FP-DIA                PIC 9(02).
       01  WS-FECHA-LIMITE             PIC 9(08) VALUE 0.
       77  WS-DIAS-VENCE               PIC S9(05) COMP VALUE 0.
       77  WS-DIAS-AVISO               PIC 9(03) VALUE 30.
       01  WS-PERIODO-REPORTE.
           05 WS-PER-ANIO              PIC 9(04).
           05 WS-PER-MES               PIC 9(02).
       01  WS-PERIODO REDEFINES WS-PERIODO-REPORTE
                                       PIC 9(06).
       01  WS-FECHA-ORDEN-NUM.
           05 WS-FON-ANIO              PIC X(04).
           05 WS-FON-MES               PIC X(02).
           05 WS-FON-DIA               PIC X(02).
       01  WS-FECHA-ORDEN-R REDEFINES WS-FECHA-ORDEN-NUM
                                       PIC 9(08).
       01  WS-FECHA-ORDEN-P REDEFINES WS-FECHA-ORDEN-NUM.
           05 WS-FOP-PERIODO           PIC 9(06).
           05 FILLER                   PIC X(02).
       77  WS-COMISION-ACORDADA        PIC S9(12)V9(02) COMP-3
                                       VALUE 0.
       77  WS-DIFERENCIA               PIC S9(12)V9(02) COMP-3
                                       VALUE 0.
       77  WS-TOT-DIFERENCIA           PIC S9(14)V9(02) COMP-3
                                       VALUE 0.
       77  WS-TOT-ACUERDOS             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-POR-VENCER           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-ORDENES              PIC 9(07) COMP VALUE 0.
       77  WS-TOT-CON-ACUERDO          PIC 9(07) COMP VALUE 0.
       77  WS-TOT-DIFERENTES           PIC 9(07) COMP VALUE 0.
       01  WS-LINEA-TIT-VENCE.
           05 FILLER                   PIC X(44) VALUE
              'ACUERDOS DE COMISION NEGOCIADOS POR VENCER  '.
           05 FILLER                   PIC X(09) VALUE ' HASTA : '.
           05 WTV-FECHA-LIMITE         PIC 9(08).
           05 FILLER                   PIC X(09) VALUE ' FECHA : '.
           05 WTV-FECHA                PIC 9(08).
           05 FILLER                   PIC X(54) VALUE SPACES.
       01  WS-LINEA-CAB-VENCE.
           05 FILLER                   PIC X(44) VALUE
              'CUENTA-VALOR         T CC DESCRIPCION     TA'.
           05 FILLER                   PIC X(44) VALUE
              'SA %     DESDE    HASTA    DIA REFERENCIA   '.
           05 FILLER                   PIC X(44) VALUE
              '                                            '.
       01  WS-LINEA-DET-VENCE.
           05 WDV-CTAVALOR             PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WDV-TIPO                 PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WDV-CODCOM               PIC 9(02).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WDV-DESCRI               PIC X(15).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WDV-PORCEN               PIC ZZZZ9.9999.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WDV-FEC-DESDE            PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WDV-FEC-HASTA            PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WDV-DIAS                 PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WDV-REFERENCIA           PIC X(20).
           05 FILLER                   PIC X(36) VALUE SPACES.
       01  WS-LINEA-TIT-DIFER.
           05 FILLER                   PIC X(44) VALUE
              'ORDENES CON COMISION DISTINTA A LA ACORDADA '.
           05 FILLER                   PIC X(11) VALUE ' PERIODO : '.
           05 WTD-PERIODO              PIC 9(06).
           05 FILLER                   PIC X(09) VALUE ' FECHA : '.
           05 WTD-FECHA                PIC 9(08).
           05 FILLER                   PIC X(54) VALUE SPACES.
       01  WS-LINEA-CAB-DIFER.
           05 FILLER                   PIC X(44) VALUE
              'FECHA      POLIZA    CUENTA-VALOR         NE'.
           05 FILLER                   PIC X(44) VALUE
              'MONICO   T   MONTO OPERADO  COMISION ORDEN  '.
           05 FILLER                   PIC X(44) VALUE
              ' COM ACORDADA     DIFERENCIA     TASA %     '.
       01  WS-LINEA-DET-DIFER.
           05 WDD-FECHA-ORDEN          PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WDD-NRO-POLIZA           PIC Z(08)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WDD-CTAVALOR             PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WDD-NEMONICO             PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WDD-TIPO                 PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WDD-MTO-OPERACION        PIC -(12)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WDD-COMISION-ORDEN       PIC -(10)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WDD-COMISION-ACORDADA    PIC -(10)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WDD-DIFERENCIA           PIC -(10)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WDD-PORCEN               PIC ZZZZ9.9999.
           05 FILLER                   PIC X(05) VALUE SPACES.
       01  WS-LINEA-IMPORTE.
           05 WI-TITULO                PIC X(40).
           05 FILLER                   PIC X(03) VALUE ' : '.
           05 WI-IMPORTE               PIC -(14)9.99.
           05 FILLER                   PIC X(71) VALUE SPACES.
       01  WS-LINEA-TOTAL.
           05 WL-TITULO                PIC X(40).
           05 FILLER                   PIC X(03) VALUE ' : '.
           05 WL-CANTIDAD              PIC Z(06)9.
           05 FILLER                   PIC X(82) VALUE SPACES.
       COPY COMNCHKP.
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-REVISAR-ACUERDO
              UNTIL WS-FIN-ACUERDO
           CLOSE ACUERDO-COMISION
           PERFORM 3000-REVISAR-ORDEN
              UNTIL WS-FIN-ORDEN
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RCOMNRPT'   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RCOMNRPT - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1050-DETERMINAR-PERIODO
           COMPUTE WS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
              + WS-DIAS-AVISO)
           OPEN INPUT  ACUERDO-COMISION ORDEN-ARCHIVO NEMONICO-MAESTRO
           OPEN OUTPUT REPORTE-VENCE REPORTE-DIFER
           MOVE WS-FECHA-LIMITE  TO WTV-FECHA-LIMITE
           MOVE WS-FECHA-PROCESO TO WTV-FECHA
           WRITE REPORTE-VENCE-REC FROM WS-LINEA-TIT-VENCE
           WRITE REPORTE-VENCE-REC FROM WS-LINEA-CAB-VENCE
           MOVE WS-PERIODO       TO WTD-PERIODO
           MOVE WS-FECHA-PROCESO TO WTD-FECHA
           WRITE REPORTE-DIFER-REC FROM WS-LINEA-TIT-DIFER
           WRITE REPORTE-DIFER-REC FROM WS-LINEA-CAB-DIFER
           IF NOT WS-CNG-OK
              MOVE 'S' TO WS-EOF-ACUERDO
           ELSE
              READ ACUERDO-COMISION NEXT RECORD
                 AT END MOVE 'S' TO WS-EOF-ACUERDO
              END-READ
           END-IF
           READ ORDEN-ARCHIVO
              AT END MOVE 'S' TO WS-EOF-ORDEN
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
              AND TN-PERIODO NUMERIC
              AND TN-PERIODO > 0
              MOVE TN-PERIODO TO WS-PERIODO
           END-IF
           CLOSE TARJETA-PERIODO
           .
       1050-DETERMINAR-PERIODO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-REVISAR-ACUERDO.
           ADD 1 TO WS-TOT-ACUERDOS
           IF CNG-VIGENTE
              AND CNG-FEC-HASTA NOT < WS-FECHA-PROCESO
              AND CNG-FEC-HASTA NOT > WS-FECHA-LIMITE
              ADD 1 TO WS-TOT-POR-VENCER
              COMPUTE WS-DIAS-VENCE =
                 FUNCTION INTEGER-OF-DATE(CNG-FEC-HASTA)
                 - FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
              MOVE CNG-CTAVALOR         TO WDV-CTAVALOR
              MOVE CNG-TIPO-INSTRUMENTO TO WDV-TIPO
              MOVE CNG-CODCOM           TO WDV-CODCOM
              MOVE CNG-DESCRI           TO WDV-DESCRI
              MOVE CNG-PORCEN           TO WDV-PORCEN
              MOVE CNG-FEC-DESDE        TO WDV-FEC-DESDE
              MOVE CNG-FEC-HASTA        TO WDV-FEC-HASTA
              MOVE WS-DIAS-VENCE        TO WDV-DIAS
              MOVE CNG-REFERENCIA       TO WDV-REFERENCIA
              WRITE REPORTE-VENCE-REC FROM WS-LINEA-DET-VENCE
           END-IF
           READ ACUERDO-COMISION NEXT RECORD
              AT END MOVE 'S' TO WS-EOF-ACUERDO
           END-READ
           .
       2000-REVISAR-ACUERDO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-REVISAR-ORDEN.
           ADD 1 TO WS-TOT-ORDENES
           MOVE OA-FECHA-ORDEN(1:4) TO WS-FON-ANIO
           MOVE OA-FECHA-ORDEN(6:2) TO WS-FON-MES
           MOVE OA-FECHA-ORDEN(9:2) TO WS-FON-DIA
           IF WS-FECHA-ORDEN-NUM NUMERIC
              AND WS-FOP-PERIODO = WS-PERIODO
              AND OA-IMP-COMISION NOT = 0
              PERFORM 3100-COMPARAR-ACUERDO
           END-IF
           READ ORDEN-ARCHIVO
              AT END MOVE 'S' TO WS-EOF-ORDEN
           END-READ
           .
       3000-REVISAR-ORDEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-COMPARAR-ACUERDO.
           MOVE '00'        TO WS-NM-STATUS
           MOVE OA-NEMONICO TO NM-NEMONICO
           READ NEMONICO-MAESTRO
              INVALID KEY MOVE '23' TO WS-NM-STATUS
           END-READ
           MOVE 'V' TO CNK-TIPO-INSTRUMENTO
           IF WS-NM-OK
              MOVE NM-TIPO-RENTA TO CNK-TIPO-INSTRUMENTO
           END-IF
           MOVE 'T'              TO CNK-FUNCION
           MOVE OA-CTAVALOR      TO CNK-CTA-VALOR
           MOVE 0                TO CNK-CODCOM
           MOVE WS-FECHA-ORDEN-R TO CNK-FECHA
           CALL 'COMNCHK' USING CNK-PARAMETROS
           IF CNK-CON-ACUERDO
              ADD 1 TO WS-TOT-CON-ACUERDO
              COMPUTE WS-COMISION-ACORDADA ROUNDED =
                 OA-MTO-OPERACION * CNK-PORCEN / 100
              COMPUTE WS-DIFERENCIA =
                 OA-IMP-COMISION - WS-COMISION-ACORDADA
              IF WS-DIFERENCIA NOT = 0
                 PERFORM 3200-LISTAR-DIFERENCIA
              END-IF
           END-IF
           .
       3100-COMPARAR-ACUERDO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3200-LISTAR-DIFERENCIA.
           ADD 1 TO WS-TOT-DIFERENTES
           ADD WS-DIFERENCIA TO WS-TOT-DIFERENCIA
           MOVE OA-FECHA-ORDEN       TO WDD-FECHA-ORDEN
           MOVE OA-NRO-POLIZA        TO WDD-NRO-POLIZA
           MOVE OA-CTAVALOR          TO WDD-CTAVALOR
           MOVE OA-NEMONICO          TO WDD-NEMONICO
           MOVE CNK-TIPO-INSTRUMENTO TO WDD-TIPO
           MOVE OA-MTO-OPERACION     TO WDD-MTO-OPERACION
           MOVE OA-IMP-COMISION      TO WDD-COMISION-ORDEN
           MOVE WS-COMISION-ACORDADA TO WDD-COMISION-ACORDADA
           MOVE WS-DIFERENCIA        TO WDD-DIFERENCIA
           MOVE CNK-PORCEN           TO WDD-PORCEN
           WRITE REPORTE-DIFER-REC FROM WS-LINEA-DET-DIFER
           .
       3200-LISTAR-DIFERENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           MOVE 'LINEAS DE ACUERDO LEIDAS'      TO WL-TITULO
           MOVE WS-TOT-ACUERDOS                 TO WL-CANTIDAD
           WRITE REPORTE-VENCE-REC FROM WS-LINEA-TOTAL
           MOVE 'LINEAS POR VENCER'             TO WL-TITULO
           MOVE WS-TOT-POR-VENCER               TO WL-CANTIDAD
           WRITE REPORTE-VENCE-REC FROM WS-LINEA-TOTAL
           MOVE 'ORDENES LEIDAS'                TO WL-TITULO
           MOVE WS-TOT-ORDENES                  TO WL-CANTIDAD
           WRITE REPORTE-DIFER-REC FROM WS-LINEA-TOTAL
           MOVE 'ORDENES DEL PERIODO CON ACUERDO' TO WL-TITULO
           MOVE WS-TOT-CON-ACUERDO              TO WL-CANTIDAD
           WRITE REPORTE-DIFER-REC FROM WS-LINEA-TOTAL
           MOVE 'ORDENES CON COMISION DISTINTA'  TO WL-TITULO
           MOVE WS-TOT-DIFERENTES               TO WL-CANTIDAD
           WRITE REPORTE-DIFER-REC FROM WS-LINEA-TOTAL
           MOVE 'DIFERENCIA NETA DIGITADA - ACORDADA' TO WI-TITULO
           MOVE WS-TOT-DIFERENCIA               TO WI-IMPORTE
           WRITE REPORTE-DIFER-REC FROM WS-LINEA-IMPORTE
           CLOSE ORDEN-ARCHIVO NEMONICO-MAESTRO
                 REPORTE-VENCE REPORTE-DIFER
           MOVE 'F'              TO BC-FUNCION
           MOVE 'RCOMNRPT'       TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           COMPUTE BC-REGISTROS = WS-TOT-POR-VENCER + WS-TOT-DIFERENTES
           MOVE RETURN-CODE      TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RCOMNRPT - PERIODO       : ' WS-PERIODO
           DISPLAY 'RCOMNRPT - POR VENCER    : ' WS-TOT-POR-VENCER
           DISPLAY 'RCOMNRPT - CON ACUERDO   : ' WS-TOT-CON-ACUERDO
           DISPLAY 'RCOMNRPT - DISTINTAS     : ' WS-TOT-DIFERENTES
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

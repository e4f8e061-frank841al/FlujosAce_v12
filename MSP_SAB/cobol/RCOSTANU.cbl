       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RCOSTANU.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  28/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 28/09/2026 JQ      ALTA. ESTADO ANUAL DE COSTOS Y GASTOS POR *
      *                    CUENTA-VALOR: COMISIONES, GASTOS DE BOLSA *
      *                    Y TERCEROS, CUSTODIA, INTERESES DE        *
      *                    CREDITO, SPREAD CAMBIARIO E INTERES NO    *
      *                    PAGADO SOBRE EL EFECTIVO, EN SOLES Y COMO *
      *                    PORCENTAJE DEL PATRIMONIO PROMEDIO.       *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * EL EJERCICIO (AAAA) VIENE EN LA TARJETA OPCIONAL COSTCARD;   *
      * SIN ELLA SE TOMA EL ANIO ANTERIOR AL DE PROCESO. FASE 1:     *
      * RECREA EL ACUMULADO COSTANU Y LE SUMA, POR CUENTA-VALOR Y EN *
      * SOLES, LO COBRADO EN EL EJERCICIO:                           *
      *   FEEDET  : CUSTODIA (CODCOM 90, RCUSTFEE), GASTOS DE BOLSA  *
      *             Y TERCEROS (CODIGOS TERC-COD-BVL/CAV/SMV/FGA,    *
      *             LOS MISMOS DE RTERREC) Y COMISION DE LA SAB (EL  *
      *             RESTO DE LINEAS).                                *
      *   MRGACRG : INTERES DIARIO DE LA LINEA DE CREDITO.           *
      *   FXDEAL  : SPREAD SOBRE LA TASA OFICIAL, IMPORTE DE LA      *
      *             ORDEN POR (PACTADO - OFICIAL) EN VALOR ABSOLUTO. *
      *   INTACRG : INTERES NO PAGADO SOBRE EL EFECTIVO, SALDO BASE  *
      *             POR LA TASA DE REFERENCIA DE SU MONEDA (PARMCHK  *
      *             COST-TRF-XXX, ANUAL BASE 360) MENOS EL INTERES   *
      *             QUE SI SE DEVENGO ESE DIA.                       *
      *   CUSTACUM: PROMEDIO MENSUAL DE TENENCIA (SUMA / DIAS) DE    *
      *             CADA MES DEL EJERCICIO CON TENENCIA.             *
      * LO QUE NO VIENE EN SOLES SE CONVIERTE AL TIPO DE CAMBIO      *
      * OFICIAL VIGENTE (FXRATES); LA LINEA SIN MONEDA TOMA LA DE LA *
      * CUENTA EFECTIVO (EFECHK). FASE 2: RECORRE COSTANU POR        *
      * CUENTA-VALOR, CRUZA EL NOMBRE CON EODCLI Y DEJA UN REGISTRO  *
      * POR CUENTA EN COSTEST (QUE DESPACHA RSTMTDLV CON TARJETA     *
      * 'A', CON REGISTRO DE ENTREGA) Y SU LINEA EN EL REPORTE       *
      * COSTRPT. EL PATRIMONIO PROMEDIO ES LA SUMA DE PROMEDIOS      *
      * MENSUALES ENTRE LOS MESES CON TENENCIA. LA CORRIDA SE        *
      * REGISTRA EN RUNCTL VIA BCHCTL.                               *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TARJETA-EJERCICIO ASSIGN TO COSTCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT DETALLE-GASTO ASSIGN TO FEEDET
               ORGANIZATION IS SEQUENTIAL.
           SELECT DEVENGO-CREDITO ASSIGN TO MRGACRG
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPERACION-CAMBIO ASSIGN TO FXDEAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-DEAL
               FILE STATUS IS WS-FD-STATUS.
           SELECT DEVENGO-EFECTIVO ASSIGN TO INTACRG
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACUMULADO-CUSTODIA ASSIGN TO CUSTACUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-CLAVE
               FILE STATUS IS WS-CV-STATUS.
           SELECT FXRATES ASSIGN TO FXRATES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FXR-MONEDA
               FILE STATUS IS WS-FX-STATUS.
           SELECT ACUMULADO-COSTO ASSIGN TO COSTANU
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CTAVALOR
               FILE STATUS IS WS-CG-STATUS.
           SELECT CLIENTE-EXT ASSIGN TO EODCLI
               ORGANIZATION IS SEQUENTIAL.
           SELECT ESTADO-COSTO ASSIGN TO COSTEST
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-COSTO ASSIGN TO COSTRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TARJETA-EJERCICIO
           RECORDING MODE IS F.
       01  CT-REGISTRO-TARJETA.
           05 CT-ANIO                  PIC 9(04).
           05 FILLER                   PIC X(76).
       FD  DETALLE-GASTO
           RECORDING MODE IS F.
       COPY FEEDET.
       FD  DEVENGO-CREDITO
           RECORDING MODE IS F.
       COPY MRGACRG.
       FD  OPERACION-CAMBIO
           RECORDING MODE IS F.
       COPY FXDEAL.
       FD  DEVENGO-EFECTIVO
           RECORDING MODE IS F.
       COPY INTACRG.
       FD  ACUMULADO-CUSTODIA
           RECORDING MODE IS F.
       COPY CUSTACUM.
       FD  FXRATES
           RECORDING MODE IS F.
       COPY FXRATE.
       FD  ACUMULADO-COSTO
           RECORDING MODE IS F.
       COPY COSTANU.
       FD  CLIENTE-EXT
           RECORDING MODE IS F.
       COPY EODCLI.
       FD  ESTADO-COSTO
           RECORDING MODE IS F.
       COPY COSTEST.
       FD  REPORTE-COSTO
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-EOF-TARJETA              PIC X(01) VALUE 'N'.
           88 WS-FIN-TARJETA                     VALUE 'S'.
       77  WS-EOF-GASTO                PIC X(01) VALUE 'N'.
           88 WS-FIN-GASTO                       VALUE 'S'.
       77  WS-EOF-CREDITO              PIC X(01) VALUE 'N'.
           88 WS-FIN-CREDITO                     VALUE 'S'.
       77  WS-EOF-EFECTIVO             PIC X(01) VALUE 'N'.
           88 WS-FIN-EFECTIVO                    VALUE 'S'.
       77  WS-EOF-CLIENTE              PIC X(01) VALUE 'N'.
           88 WS-FIN-CLIENTE                     VALUE 'S'.
       01  WS-FD-STATUS                PIC X(02) VALUE '00'.
           88 WS-FD-OK                           VALUE '00'.
           88 WS-FD-FIN                          VALUE '10'.
       01  WS-CV-STATUS                PIC X(02) VALUE '00'.
           88 WS-CV-OK                           VALUE '00'.
           88 WS-CV-FIN                          VALUE '10'.
       01  WS-FX-STATUS                PIC X(02) VALUE '00'.
           88 WS-FX-OK                           VALUE '00'.
           88 WS-FX-NO-ENCONTRADO                VALUE '23'.
       01  WS-CG-STATUS                PIC X(02) VALUE '00'.
           88 WS-CG-OK                           VALUE '00'.
           88 WS-CG-FIN                          VALUE '10'.
           88 WS-CG-NO-ENCONTRADO                VALUE '23'.
       01  WS-FECHA-PROCESO            PIC 9(08).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05 WS-FP-ANIO               PIC 9(04).
           05 WS-FP-MMDD               PIC 9(04).
       01  WS-ANIO                     PIC 9(04) VALUE 0.
       01  WS-FECHA-MOV                PIC 9(08).
       01  WS-FECHA-MOV-R REDEFINES WS-FECHA-MOV.
           05 WS-FM-ANIO               PIC 9(04).
           05 WS-FM-MMDD               PIC 9(04).
       01  WS-PERIODO-CV               PIC 9(06).
       01  WS-PERIODO-CV-R REDEFINES WS-PERIODO-CV.
           05 WS-PC-ANIO               PIC 9(04).
           05 WS-PC-MES                PIC 9(02).
       01  WS-CTA-PROCESO              PIC X(20).
       01  WS-CTA-MONEDA               PIC X(20) VALUE SPACES.
       01  WS-MONEDA-CUENTA            PIC X(03) VALUE SPACES.
       01  WS-MONEDA-IMPORTE           PIC X(03).
       01  WS-MONEDA-CAMBIO            PIC X(03) VALUE SPACES.
       01  WS-CAMBIO-OFICIAL           PIC 9(08)V9(04) VALUE 0.
       01  WS-IMPORTE-ORIGEN           PIC S9(12)V9(06) COMP-3
                                       VALUE 0.
       01  WS-IMPORTE-SOLES            PIC S9(12)V9(02) COMP-3
                                       VALUE 0.
       01  WS-TASA-REF                 PIC 9(03)V9(04) COMP-3
                                       VALUE 0.
       77  WS-IND-CONVERTIDO           PIC X(01) VALUE 'S'.
           88 WS-CONVERTIDO                      VALUE 'S'.
       77  WS-IND-NUEVO                PIC X(01) VALUE 'N'.
           88 WS-COSTO-NUEVO                     VALUE 'S'.
      *   CME-CODCOM DE LA LINEA DE CUSTODIA QUE DEJA RCUSTFEE.
       77  WS-COD-CUSTODIA             PIC 9(02) VALUE 90.
       77  WS-IDX                      PIC 9(02) COMP VALUE 0.
       77  WS-POS                      PIC 9(02) COMP VALUE 0.
       77  WS-MESES                    PIC 9(02) COMP VALUE 0.
       77  WS-TOT-TASAS                PIC 9(02) COMP VALUE 0.
       77  WS-TOT-GASTOS               PIC 9(07) COMP VALUE 0.
       77  WS-TOT-CREDITO              PIC 9(07) COMP VALUE 0.
       77  WS-TOT-CAMBIOS              PIC 9(07) COMP VALUE 0.
       77  WS-TOT-EFECTIVO             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-TENENCIA             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-SIN-CAMBIO           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-ESTADOS              PIC 9(07) COMP VALUE 0.
      *--------------------------------------------------------------*
      * CODIGOS DE GASTO DE TERCEROS (PARMCHK, MISMOS QUE RTERREC).  *
      *--------------------------------------------------------------*
       01  WS-TABLA-PARAMETROS.
           05 FILLER                   PIC X(14) VALUE
              'TERC-COD-BVL02'.
           05 FILLER                   PIC X(14) VALUE
              'TERC-COD-CAV03'.
           05 FILLER                   PIC X(14) VALUE
              'TERC-COD-SMV04'.
           05 FILLER                   PIC X(14) VALUE
              'TERC-COD-FGA05'.
       01  WS-TABLA-PARAMETROS-R REDEFINES WS-TABLA-PARAMETROS.
           05 WS-PRM OCCURS 4 TIMES.
              10 WS-PRM-CODIGO         PIC X(12).
              10 WS-PRM-CODCOM         PIC 9(02).
      *--------------------------------------------------------------*
      * TASA DE REFERENCIA POR MONEDA (PARMCHK COST-TRF-XXX, POR     *
      * DEFECTO 4 PCT ANUAL), LEIDA UNA VEZ POR MONEDA.              *
      *--------------------------------------------------------------*
       01  WS-COD-TASA-REF.
           05 FILLER                   PIC X(09) VALUE 'COST-TRF-'.
           05 WS-CTR-MONEDA            PIC X(03).
       01  WS-TABLA-TASAS.
           05 WS-TRF OCCURS 10 TIMES.
              10 WS-TRF-MONEDA         PIC X(03).
              10 WS-TRF-TASA           PIC 9(03)V9(04) COMP-3.
      *--------------------------------------------------------------*
      * TOTALES GENERALES DEL EJERCICIO.                             *
      *--------------------------------------------------------------*
       01  WS-TOTALES.
           05 WS-TG-COMISION-SAB       PIC S9(14)V9(02) COMP-3 VALUE 0.
           05 WS-TG-GASTO-TERCEROS     PIC S9(14)V9(02) COMP-3 VALUE 0.
           05 WS-TG-CUSTODIA           PIC S9(14)V9(02) COMP-3 VALUE 0.
           05 WS-TG-INTERES-CREDITO    PIC S9(14)V9(02) COMP-3 VALUE 0.
           05 WS-TG-SPREAD-CAMBIO      PIC S9(14)V9(02) COMP-3 VALUE 0.
           05 WS-TG-INTERES-NO-PAGADO  PIC S9(14)V9(02) COMP-3 VALUE 0.
           05 WS-TG-COSTO-TOTAL        PIC S9(14)V9(02) COMP-3 VALUE 0.
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(44) VALUE
              'ESTADO ANUAL DE COSTOS Y GASTOS POR CUENTA ('.
           05 FILLER                   PIC X(20) VALUE
              'SOLES)  EJERCICIO : '.
           05 WT-ANIO                  PIC 9(04).
           05 FILLER                   PIC X(09) VALUE ' FECHA : '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(47) VALUE SPACES.
       01  WS-LINEA-CABECERA.
           05 FILLER                   PIC X(44) VALUE
              'CUENTA-VALOR          COMISION SAB BOLSA/TER'.
           05 FILLER                   PIC X(44) VALUE
              'CER.      CUSTODIA  INT. CREDITO  SPREAD CAM'.
           05 FILLER                   PIC X(44) VALUE
              'B. INT.NO PAGADO   COSTO TOTAL   PCT.       '.
       01  WS-LINEA-DETALLE.
           05 WD-CTAVALOR              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-COMISION-SAB          PIC -(9)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-GASTO-TERCEROS        PIC -(9)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-CUSTODIA              PIC -(9)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-INTERES-CREDITO       PIC -(9)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-SPREAD-CAMBIO         PIC -(9)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-INTERES-NO-PAGADO     PIC -(9)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-COSTO-TOTAL           PIC -(9)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-PORCENTAJE            PIC ZZ9.99.
           05 FILLER                   PIC X(07) VALUE SPACES.
       01  WS-LINEA-TOTAL.
           05 WL-TITULO                PIC X(40).
           05 FILLER                   PIC X(03) VALUE ' : '.
           05 WL-CANTIDAD              PIC Z(06)9.
           05 FILLER                   PIC X(82) VALUE SPACES.
       COPY EFECHKP.
       COPY PARMCHKP.
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESAR-GASTO
              UNTIL WS-FIN-GASTO
           PERFORM 3000-PROCESAR-CREDITO
              UNTIL WS-FIN-CREDITO
           PERFORM 4000-PROCESAR-CAMBIO
              UNTIL NOT WS-FD-OK
           PERFORM 5000-PROCESAR-EFECTIVO
              UNTIL WS-FIN-EFECTIVO
           PERFORM 6000-PROCESAR-TENENCIA
              UNTIL NOT WS-CV-OK
           PERFORM 7000-INICIAR-ESTADOS
           PERFORM 7100-EMITIR-ESTADO
              UNTIL NOT WS-CG-OK
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RCOSTANU'   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RCOSTANU - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1050-DETERMINAR-EJERCICIO
           PERFORM 1100-CARGAR-CODIGO
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > 4
           OPEN OUTPUT ACUMULADO-COSTO
           CLOSE ACUMULADO-COSTO
           OPEN I-O    ACUMULADO-COSTO
           OPEN INPUT  DETALLE-GASTO DEVENGO-CREDITO OPERACION-CAMBIO
                       DEVENGO-EFECTIVO ACUMULADO-CUSTODIA FXRATES
                       CLIENTE-EXT
           OPEN OUTPUT ESTADO-COSTO REPORTE-COSTO
           MOVE WS-ANIO          TO WT-ANIO
           MOVE WS-FECHA-PROCESO TO WT-FECHA
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           WRITE REPORTE-REC FROM WS-LINEA-CABECERA
           READ DETALLE-GASTO
              AT END MOVE 'S' TO WS-EOF-GASTO
           END-READ
           READ DEVENGO-CREDITO
              AT END MOVE 'S' TO WS-EOF-CREDITO
           END-READ
           MOVE 0 TO FD-DEAL
           START OPERACION-CAMBIO KEY IS NOT LESS THAN FD-DEAL
              INVALID KEY MOVE '10' TO WS-FD-STATUS
           END-START
           IF WS-FD-OK
              READ OPERACION-CAMBIO NEXT RECORD
                 AT END MOVE '10' TO WS-FD-STATUS
              END-READ
           END-IF
           READ DEVENGO-EFECTIVO
              AT END MOVE 'S' TO WS-EOF-EFECTIVO
           END-READ
           MOVE LOW-VALUES TO CV-CLAVE
           START ACUMULADO-CUSTODIA KEY IS NOT LESS THAN CV-CLAVE
              INVALID KEY MOVE '10' TO WS-CV-STATUS
           END-START
           IF WS-CV-OK
              READ ACUMULADO-CUSTODIA NEXT RECORD
                 AT END MOVE '10' TO WS-CV-STATUS
              END-READ
           END-IF
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1050-DETERMINAR-EJERCICIO.
           COMPUTE WS-ANIO = WS-FP-ANIO - 1
           OPEN INPUT TARJETA-EJERCICIO
           READ TARJETA-EJERCICIO
              AT END MOVE 'S' TO WS-EOF-TARJETA
           END-READ
           IF NOT WS-FIN-TARJETA
              AND CT-ANIO NUMERIC
              AND CT-ANIO > 0
              MOVE CT-ANIO TO WS-ANIO
           END-IF
           CLOSE TARJETA-EJERCICIO
           .
       1050-DETERMINAR-EJERCICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1100-CARGAR-CODIGO.
           MOVE WS-PRM-CODIGO(WS-IDX) TO PMC-COD-PARAMETRO
           MOVE 0 TO PMC-FECHA
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-PRM-CODCOM(WS-IDX)
           END-IF
           .
       1100-CARGAR-CODIGO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * FEEDET: CUSTODIA, GASTOS DE BOLSA Y TERCEROS O COMISION DE   *
      * LA SAB SEGUN EL CODIGO DE LA LINEA.                          *
      *--------------------------------------------------------------*
       2000-PROCESAR-GASTO.
           MOVE FT-FECHA-ALTA TO WS-FECHA-MOV
           IF WS-FM-ANIO = WS-ANIO
              AND FT-IMPORTE NOT = 0
              ADD 1 TO WS-TOT-GASTOS
              PERFORM 2100-ACUMULAR-GASTO
           END-IF
           READ DETALLE-GASTO
              AT END MOVE 'S' TO WS-EOF-GASTO
           END-READ
           .
       2000-PROCESAR-GASTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-ACUMULAR-GASTO.
           MOVE FT-CTAVALOR TO WS-CTA-PROCESO
           MOVE FT-MONEDA   TO WS-MONEDA-IMPORTE
           IF WS-MONEDA-IMPORTE = SPACES
              PERFORM 8100-MONEDA-CUENTA
              MOVE WS-MONEDA-CUENTA TO WS-MONEDA-IMPORTE
           END-IF
           MOVE FT-IMPORTE TO WS-IMPORTE-ORIGEN
           PERFORM 8200-CONVERTIR-SOLES
           IF WS-CONVERTIDO
              MOVE 0 TO WS-POS
              PERFORM 2110-COMPARAR-CODIGO
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > 4
                    OR WS-POS > 0
              PERFORM 8000-UBICAR-COSTO
              IF FT-CODCOM = WS-COD-CUSTODIA
                 ADD WS-IMPORTE-SOLES TO CG-CUSTODIA
              ELSE
                 IF WS-POS > 0
                    ADD WS-IMPORTE-SOLES TO CG-GASTO-TERCEROS
                 ELSE
                    ADD WS-IMPORTE-SOLES TO CG-COMISION-SAB
                 END-IF
              END-IF
              PERFORM 8900-GRABAR-COSTO
           END-IF
           .
       2100-ACUMULAR-GASTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2110-COMPARAR-CODIGO.
           IF WS-PRM-CODCOM(WS-IDX) = FT-CODCOM
              MOVE WS-IDX TO WS-POS
           END-IF
           .
       2110-COMPARAR-CODIGO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * MRGACRG: INTERES DIARIO DE LA LINEA DE CREDITO, EN LA MONEDA *
      * DE LA CUENTA.                                                *
      *--------------------------------------------------------------*
       3000-PROCESAR-CREDITO.
           MOVE MA-FECHA-DEVENGO TO WS-FECHA-MOV
           IF WS-FM-ANIO = WS-ANIO
              AND MA-INTERES-DIA NOT = 0
              ADD 1 TO WS-TOT-CREDITO
              MOVE MA-CTAVALOR TO WS-CTA-PROCESO
              PERFORM 8100-MONEDA-CUENTA
              MOVE WS-MONEDA-CUENTA TO WS-MONEDA-IMPORTE
              MOVE MA-INTERES-DIA   TO WS-IMPORTE-ORIGEN
              PERFORM 8200-CONVERTIR-SOLES
              IF WS-CONVERTIDO
                 PERFORM 8000-UBICAR-COSTO
                 ADD WS-IMPORTE-SOLES TO CG-INTERES-CREDITO
                 PERFORM 8900-GRABAR-COSTO
              END-IF
           END-IF
           READ DEVENGO-CREDITO
              AT END MOVE 'S' TO WS-EOF-CREDITO
           END-READ
           .
       3000-PROCESAR-CREDITO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * FXDEAL: LO QUE EL CLIENTE PAGO SOBRE LA TASA OFICIAL, EN LA  *
      * MONEDA DE LA CUENTA.                                         *
      *--------------------------------------------------------------*
       4000-PROCESAR-CAMBIO.
           MOVE FD-FECHA-PACTO TO WS-FECHA-MOV
           IF WS-FM-ANIO = WS-ANIO
              AND (FD-PACTADO OR FD-LIQUIDADO)
              ADD 1 TO WS-TOT-CAMBIOS
              COMPUTE WS-IMPORTE-ORIGEN = FD-IMPORTE-ORDEN *
                 (FD-CAMBIO-PACTADO - FD-CAMBIO-OFICIAL)
              IF WS-IMPORTE-ORIGEN < 0
                 COMPUTE WS-IMPORTE-ORIGEN = 0 - WS-IMPORTE-ORIGEN
              END-IF
              MOVE FD-CTAVALOR      TO WS-CTA-PROCESO
              MOVE FD-MONEDA-CUENTA TO WS-MONEDA-IMPORTE
              PERFORM 8200-CONVERTIR-SOLES
              IF WS-CONVERTIDO
                 AND WS-IMPORTE-SOLES NOT = 0
                 PERFORM 8000-UBICAR-COSTO
                 ADD WS-IMPORTE-SOLES TO CG-SPREAD-CAMBIO
                 PERFORM 8900-GRABAR-COSTO
              END-IF
           END-IF
           READ OPERACION-CAMBIO NEXT RECORD
              AT END MOVE '10' TO WS-FD-STATUS
           END-READ
           .
       4000-PROCESAR-CAMBIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * INTACRG: INTERES QUE EL SALDO HUBIERA GANADO A LA TASA DE    *
      * REFERENCIA MENOS EL QUE SE LE DEVENGO; SOLO CUENTA SI ES     *
      * POSITIVO.                                                    *
      *--------------------------------------------------------------*
       5000-PROCESAR-EFECTIVO.
           MOVE IA-FECHA-DEVENGO TO WS-FECHA-MOV
           IF WS-FM-ANIO = WS-ANIO
              AND IA-SALDO-BASE > 0
              ADD 1 TO WS-TOT-EFECTIVO
              PERFORM 8300-TASA-REFERENCIA
              COMPUTE WS-IMPORTE-ORIGEN =
                 IA-SALDO-BASE * WS-TASA-REF / 36000
                 - IA-INTERES-DIA
              IF WS-IMPORTE-ORIGEN > 0
                 MOVE IA-CTAVALOR TO WS-CTA-PROCESO
                 MOVE IA-MONEDA   TO WS-MONEDA-IMPORTE
                 PERFORM 8200-CONVERTIR-SOLES
                 IF WS-CONVERTIDO
                    PERFORM 8000-UBICAR-COSTO
                    ADD WS-IMPORTE-SOLES TO CG-INTERES-NO-PAGADO
                    PERFORM 8900-GRABAR-COSTO
                 END-IF
              END-IF
           END-IF
           READ DEVENGO-EFECTIVO
              AT END MOVE 'S' TO WS-EOF-EFECTIVO
           END-READ
           .
       5000-PROCESAR-EFECTIVO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CUSTACUM: PROMEDIO DEL MES POR TIPO DE RENTA, YA VALORIZADO  *
      * EN SOLES POR RCUSTVAL.                                       *
      *--------------------------------------------------------------*
       6000-PROCESAR-TENENCIA.
           MOVE CV-PERIODO TO WS-PERIODO-CV
           IF WS-PC-ANIO = WS-ANIO
              AND CV-DIAS > 0
              AND WS-PC-MES > 0
              AND WS-PC-MES < 13
              ADD 1 TO WS-TOT-TENENCIA
              MOVE CV-CTAVALOR TO WS-CTA-PROCESO
              PERFORM 8000-UBICAR-COSTO
              COMPUTE WS-IMPORTE-SOLES ROUNDED =
                 CV-SUMA-VALORIZADO / CV-DIAS
              ADD WS-IMPORTE-SOLES TO CG-SUMA-ACTIVO
              MOVE 'S' TO CG-MES-ACTIVO(WS-PC-MES)
              PERFORM 8900-GRABAR-COSTO
           END-IF
           READ ACUMULADO-CUSTODIA NEXT RECORD
              AT END MOVE '10' TO WS-CV-STATUS
           END-READ
           .
       6000-PROCESAR-TENENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7000-INICIAR-ESTADOS.
           MOVE LOW-VALUES TO CG-CTAVALOR
           START ACUMULADO-COSTO KEY IS NOT LESS THAN CG-CTAVALOR
              INVALID KEY MOVE '10' TO WS-CG-STATUS
           END-START
           IF WS-CG-OK
              READ ACUMULADO-COSTO NEXT RECORD
                 AT END MOVE '10' TO WS-CG-STATUS
              END-READ
           END-IF
           .
       7000-INICIAR-ESTADOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * UN ESTADO POR CUENTA-VALOR CON EL NOMBRE DE EODCLI (AMBOS EN *
      * ORDEN DE CTAVALOR, MISMO CRUCE QUE CEODSTMT).                *
      *--------------------------------------------------------------*
       7100-EMITIR-ESTADO.
           ADD 1 TO WS-TOT-ESTADOS
           PERFORM 7200-UBICAR-CLIENTE
           MOVE SPACES               TO CE-REGISTRO-ESTADO
           MOVE CG-CTAVALOR          TO CE-CTAVALOR
           IF NOT WS-FIN-CLIENTE
              AND EC-CTAVALOR = CG-CTAVALOR
              MOVE EC-CLIENTE        TO CE-CLIENTE
           END-IF
           MOVE WS-ANIO              TO CE-ANIO
           MOVE CG-COMISION-SAB      TO CE-COMISION-SAB
           MOVE CG-GASTO-TERCEROS    TO CE-GASTO-TERCEROS
           MOVE CG-CUSTODIA          TO CE-CUSTODIA
           MOVE CG-INTERES-CREDITO   TO CE-INTERES-CREDITO
           MOVE CG-SPREAD-CAMBIO     TO CE-SPREAD-CAMBIO
           MOVE CG-INTERES-NO-PAGADO TO CE-INTERES-NO-PAGADO
           COMPUTE CE-COSTO-TOTAL = CG-COMISION-SAB
              + CG-GASTO-TERCEROS + CG-CUSTODIA + CG-INTERES-CREDITO
              + CG-SPREAD-CAMBIO + CG-INTERES-NO-PAGADO
           MOVE 0 TO WS-MESES
           PERFORM 7110-CONTAR-MES
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > 12
           MOVE 0 TO CE-ACTIVO-PROMEDIO CE-PORCENTAJE
           IF WS-MESES > 0
              COMPUTE CE-ACTIVO-PROMEDIO ROUNDED =
                 CG-SUMA-ACTIVO / WS-MESES
           END-IF
           IF CE-ACTIVO-PROMEDIO > 0
              IF CE-COSTO-TOTAL * 100 / CE-ACTIVO-PROMEDIO > 999.99
                 MOVE 999.99 TO CE-PORCENTAJE
              ELSE
                 COMPUTE CE-PORCENTAJE ROUNDED =
                    CE-COSTO-TOTAL * 100 / CE-ACTIVO-PROMEDIO
              END-IF
           END-IF
           WRITE CE-REGISTRO-ESTADO
           PERFORM 7300-LISTAR-ESTADO
           READ ACUMULADO-COSTO NEXT RECORD
              AT END MOVE '10' TO WS-CG-STATUS
           END-READ
           .
       7100-EMITIR-ESTADO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7110-CONTAR-MES.
           IF CG-MES-CON-TENENCIA(WS-IDX)
              ADD 1 TO WS-MESES
           END-IF
           .
       7110-CONTAR-MES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7200-UBICAR-CLIENTE.
           PERFORM 7210-AVANZAR-CLIENTE
              UNTIL WS-FIN-CLIENTE
                 OR EC-CTAVALOR NOT < CG-CTAVALOR
           .
       7200-UBICAR-CLIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7210-AVANZAR-CLIENTE.
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           .
       7210-AVANZAR-CLIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7300-LISTAR-ESTADO.
           MOVE CE-CTAVALOR          TO WD-CTAVALOR
           MOVE CE-COMISION-SAB      TO WD-COMISION-SAB
           MOVE CE-GASTO-TERCEROS    TO WD-GASTO-TERCEROS
           MOVE CE-CUSTODIA          TO WD-CUSTODIA
           MOVE CE-INTERES-CREDITO   TO WD-INTERES-CREDITO
           MOVE CE-SPREAD-CAMBIO     TO WD-SPREAD-CAMBIO
           MOVE CE-INTERES-NO-PAGADO TO WD-INTERES-NO-PAGADO
           MOVE CE-COSTO-TOTAL       TO WD-COSTO-TOTAL
           MOVE CE-PORCENTAJE        TO WD-PORCENTAJE
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           ADD CE-COMISION-SAB       TO WS-TG-COMISION-SAB
           ADD CE-GASTO-TERCEROS     TO WS-TG-GASTO-TERCEROS
           ADD CE-CUSTODIA           TO WS-TG-CUSTODIA
           ADD CE-INTERES-CREDITO    TO WS-TG-INTERES-CREDITO
           ADD CE-SPREAD-CAMBIO      TO WS-TG-SPREAD-CAMBIO
           ADD CE-INTERES-NO-PAGADO  TO WS-TG-INTERES-NO-PAGADO
           ADD CE-COSTO-TOTAL        TO WS-TG-COSTO-TOTAL
           .
       7300-LISTAR-ESTADO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LEE O INICIA EL ACUMULADO DE WS-CTA-PROCESO.                 *
      *--------------------------------------------------------------*
       8000-UBICAR-COSTO.
           MOVE 'N' TO WS-IND-NUEVO
           MOVE WS-CTA-PROCESO TO CG-CTAVALOR
           READ ACUMULADO-COSTO
              INVALID KEY MOVE 'S' TO WS-IND-NUEVO
           END-READ
           IF WS-COSTO-NUEVO
              MOVE SPACES         TO CG-REGISTRO-COSTO
              MOVE WS-CTA-PROCESO TO CG-CTAVALOR
              MOVE WS-ANIO        TO CG-ANIO
              MOVE 0 TO CG-COMISION-SAB CG-GASTO-TERCEROS CG-CUSTODIA
                        CG-INTERES-CREDITO CG-SPREAD-CAMBIO
                        CG-INTERES-NO-PAGADO CG-SUMA-ACTIVO
              MOVE ALL 'N'        TO CG-MESES
           END-IF
           .
       8000-UBICAR-COSTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * MONEDA DE LA CUENTA EFECTIVO DE WS-CTA-PROCESO (PEN SI NO    *
      * TIENE), RECORDANDO LA ULTIMA CUENTA CONSULTADA.              *
      *--------------------------------------------------------------*
       8100-MONEDA-CUENTA.
           IF WS-CTA-PROCESO NOT = WS-CTA-MONEDA
              MOVE WS-CTA-PROCESO TO WS-CTA-MONEDA
              MOVE WS-CTA-PROCESO TO EFC-CTA-VALOR
              MOVE SPACES         TO EFC-MONEDA
              MOVE 0              TO EFC-MTO-REQUERIDO
              CALL 'EFECHK' USING EFC-PARAMETROS
              IF EFC-SIN-CUENTA-EFECTIVO
                 OR EFC-MONEDA-CUENTA = SPACES
                 MOVE 'PEN' TO WS-MONEDA-CUENTA
              ELSE
                 MOVE EFC-MONEDA-CUENTA TO WS-MONEDA-CUENTA
              END-IF
           END-IF
           .
       8100-MONEDA-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * WS-IMPORTE-ORIGEN EN WS-MONEDA-IMPORTE A SOLES, AL CAMBIO    *
      * OFICIAL VIGENTE. SIN TASA EL IMPORTE NO SE ACUMULA Y LA      *
      * CORRIDA TERMINA CON ADVERTENCIA.                             *
      *--------------------------------------------------------------*
       8200-CONVERTIR-SOLES.
           MOVE 'S' TO WS-IND-CONVERTIDO
           IF WS-MONEDA-IMPORTE = 'PEN' OR WS-MONEDA-IMPORTE = SPACES
              COMPUTE WS-IMPORTE-SOLES ROUNDED = WS-IMPORTE-ORIGEN
           ELSE
              IF WS-MONEDA-IMPORTE NOT = WS-MONEDA-CAMBIO
                 PERFORM 8210-LEER-CAMBIO
              END-IF
              IF WS-CAMBIO-OFICIAL > 0
                 COMPUTE WS-IMPORTE-SOLES ROUNDED =
                    WS-IMPORTE-ORIGEN * WS-CAMBIO-OFICIAL
              ELSE
                 MOVE 'N' TO WS-IND-CONVERTIDO
                 MOVE 0   TO WS-IMPORTE-SOLES
                 ADD 1 TO WS-TOT-SIN-CAMBIO
                 DISPLAY 'RCOSTANU - SIN CAMBIO OFICIAL '
                         WS-MONEDA-IMPORTE ' CUENTA ' WS-CTA-PROCESO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .
       8200-CONVERTIR-SOLES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8210-LEER-CAMBIO.
           MOVE WS-MONEDA-IMPORTE TO WS-MONEDA-CAMBIO
           MOVE WS-MONEDA-IMPORTE TO FXR-MONEDA
           MOVE '00' TO WS-FX-STATUS
           READ FXRATES
              INVALID KEY MOVE '23' TO WS-FX-STATUS
           END-READ
           IF WS-FX-OK
              MOVE FXR-CAMBIO-OFICIAL TO WS-CAMBIO-OFICIAL
           ELSE
              MOVE 0 TO WS-CAMBIO-OFICIAL
           END-IF
           .
       8210-LEER-CAMBIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8300-TASA-REFERENCIA.
           MOVE 0 TO WS-POS
           PERFORM 8310-COMPARAR-TASA
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-TASAS
                 OR WS-POS > 0
           IF WS-POS = 0
              MOVE 4 TO WS-TASA-REF
              MOVE IA-MONEDA TO WS-CTR-MONEDA
              MOVE WS-COD-TASA-REF TO PMC-COD-PARAMETRO
              MOVE 0 TO PMC-FECHA
              CALL 'PARMCHK' USING PMC-PARAMETROS
              IF PMC-ENCONTRADO
                 MOVE PMC-VALOR TO WS-TASA-REF
              END-IF
              IF WS-TOT-TASAS < 10
                 ADD 1 TO WS-TOT-TASAS
                 MOVE IA-MONEDA   TO WS-TRF-MONEDA(WS-TOT-TASAS)
                 MOVE WS-TASA-REF TO WS-TRF-TASA(WS-TOT-TASAS)
              END-IF
           ELSE
              MOVE WS-TRF-TASA(WS-POS) TO WS-TASA-REF
           END-IF
           .
       8300-TASA-REFERENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8310-COMPARAR-TASA.
           IF WS-TRF-MONEDA(WS-IDX) = IA-MONEDA
              MOVE WS-IDX TO WS-POS
           END-IF
           .
       8310-COMPARAR-TASA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8900-GRABAR-COSTO.
           IF WS-COSTO-NUEVO
              WRITE CG-REGISTRO-COSTO
           ELSE
              REWRITE CG-REGISTRO-COSTO
           END-IF
           .
       8900-GRABAR-COSTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           MOVE 'TOTAL GENERAL'         TO WD-CTAVALOR
           MOVE WS-TG-COMISION-SAB      TO WD-COMISION-SAB
           MOVE WS-TG-GASTO-TERCEROS    TO WD-GASTO-TERCEROS
           MOVE WS-TG-CUSTODIA          TO WD-CUSTODIA
           MOVE WS-TG-INTERES-CREDITO   TO WD-INTERES-CREDITO
           MOVE WS-TG-SPREAD-CAMBIO     TO WD-SPREAD-CAMBIO
           MOVE WS-TG-INTERES-NO-PAGADO TO WD-INTERES-NO-PAGADO
           MOVE WS-TG-COSTO-TOTAL       TO WD-COSTO-TOTAL
           MOVE 0                       TO WD-PORCENTAJE
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           MOVE 'LINEAS DE GASTO DEL EJERCICIO'   TO WL-TITULO
           MOVE WS-TOT-GASTOS                     TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'DEVENGOS DE CREDITO DEL EJERCICIO' TO WL-TITULO
           MOVE WS-TOT-CREDITO                    TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'OPERACIONES DE CAMBIO DEL EJERCICIO' TO WL-TITULO
           MOVE WS-TOT-CAMBIOS                    TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'DEVENGOS DE EFECTIVO DEL EJERCICIO' TO WL-TITULO
           MOVE WS-TOT-EFECTIVO                   TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'MESES DE TENENCIA DEL EJERCICIO' TO WL-TITULO
           MOVE WS-TOT-TENENCIA                   TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'IMPORTES SIN CAMBIO OFICIAL'     TO WL-TITULO
           MOVE WS-TOT-SIN-CAMBIO                 TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'ESTADOS EMITIDOS'                TO WL-TITULO
           MOVE WS-TOT-ESTADOS                    TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           CLOSE DETALLE-GASTO DEVENGO-CREDITO OPERACION-CAMBIO
                 DEVENGO-EFECTIVO ACUMULADO-CUSTODIA FXRATES
                 ACUMULADO-COSTO CLIENTE-EXT ESTADO-COSTO
                 REPORTE-COSTO
           MOVE 'F'              TO BC-FUNCION
           MOVE 'RCOSTANU'       TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-ESTADOS   TO BC-REGISTROS
           MOVE RETURN-CODE      TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RCOSTANU - EJERCICIO           : ' WS-ANIO
           DISPLAY 'RCOSTANU - LINEAS DE GASTO     : ' WS-TOT-GASTOS
           DISPLAY 'RCOSTANU - DEVENGOS CREDITO    : ' WS-TOT-CREDITO
           DISPLAY 'RCOSTANU - OPERACIONES CAMBIO  : ' WS-TOT-CAMBIOS
           DISPLAY 'RCOSTANU - DEVENGOS EFECTIVO   : ' WS-TOT-EFECTIVO
           DISPLAY 'RCOSTANU - SIN CAMBIO OFICIAL  : ' WS-TOT-SIN-CAMBIO
           DISPLAY 'RCOSTANU - ESTADOS EMITIDOS    : ' WS-TOT-ESTADOS
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

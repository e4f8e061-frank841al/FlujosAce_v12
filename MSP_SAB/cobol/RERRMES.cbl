       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RERRMES.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  28/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 28/09/2026 JQ      ALTA. REPORTE MENSUAL A GERENCIA DE LOS   *
      *                    CASOS DE ERROR DE NEGOCIACION (ERRMAST)   *
      *                    POR OPERADOR Y CAUSA, CON LA GANANCIA O   *
      *                    PERDIDA REALIZADA EN SOLES.               *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * EL MES (AAAAMM) VIENE EN LA TARJETA OPCIONAL ERRCARD; SIN    *
      * ELLA SE TOMA EL MES CALENDARIO ANTERIOR AL DE PROCESO. UN    *
      * CASO CAE EN EL MES POR SU FECHA DE INGRESO. EL DETALLE LISTA *
      * LOS CASOS PENDIENTES DE APROBACION, APLICADOS (POSICION DE   *
      * ERRORES AUN ABIERTA) Y CERRADOS; LOS RECHAZADOS SOLO SE      *
      * CUENTAN. EL RESUMEN POR OPERADOR ABRE LA CANTIDAD DE CASOS   *
      * POR CAUSA Y TOTALIZA LOS ABIERTOS Y LA GANANCIA REALIZADA, Y *
      * EL RESUMEN POR CAUSA LA MISMA INFORMACION AGREGADA; LOS      *
      * IMPORTES SE EXPRESAN EN SOLES AL CAMBIO OFICIAL VIGENTE      *
      * (FXRATES). EL CASO SIN TIPO DE CAMBIO SE CUENTA PERO SU      *
      * GANANCIA QUEDA FUERA DE LOS TOTALES Y LA CORRIDA TERMINA CON *
      * ADVERTENCIA. LA CORRIDA SE REGISTRA EN RUNCTL VIA BCHCTL.    *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TARJETA-MES ASSIGN TO ERRCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT CASO-ERROR ASSIGN TO ERRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ER-CASO
               FILE STATUS IS WS-ER-STATUS.
           SELECT FXRATES ASSIGN TO FXRATES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FXR-MONEDA
               FILE STATUS IS WS-FX-STATUS.
           SELECT REPORTE-ERROR ASSIGN TO ERRRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TARJETA-MES
           RECORDING MODE IS F.
       01  TJ-REGISTRO-TARJETA.
           05 TJ-ANIO                  PIC 9(04).
           05 TJ-MES                   PIC 9(02).
           05 FILLER                   PIC X(74).
       FD  CASO-ERROR
           RECORDING MODE IS F.
       COPY ERRMAST.
       FD  FXRATES
           RECORDING MODE IS F.
       COPY FXRATE.
       FD  REPORTE-ERROR
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-EOF-TARJETA              PIC X(01) VALUE 'N'.
           88 WS-FIN-TARJETA                     VALUE 'S'.
       01  WS-ER-STATUS                PIC X(02) VALUE '00'.
           88 WS-ER-OK                           VALUE '00'.
       01  WS-FX-STATUS                PIC X(02) VALUE '00'.
           88 WS-FX-OK                           VALUE '00'.
       01  WS-FECHA-PROCESO            PIC 9(08).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05 WS-FP-ANIO               PIC 9(04).
           05 WS-FP-MES                PIC 9(02).
           05 FILLER                   PIC 9(02).
       01  WS-FECHA-DESDE              PIC 9(08).
       01  WS-FECHA-DESDE-R REDEFINES WS-FECHA-DESDE.
           05 WS-FD-ANIO               PIC 9(04).
           05 WS-FD-MES                PIC 9(02).
           05 WS-FD-DIA                PIC 9(02).
       01  WS-FECHA-HASTA              PIC 9(08).
       01  WS-FECHA-HASTA-R REDEFINES WS-FECHA-HASTA.
           05 WS-FH-ANIO               PIC 9(04).
           05 WS-FH-MES                PIC 9(02).
           05 WS-FH-DIA                PIC 9(02).
       01  WS-MONEDA-CAMBIO            PIC X(03) VALUE SPACES.
       01  WS-CAMBIO-OFICIAL           PIC 9(08)V9(04) VALUE 0.
       77  WS-IND-CONVERTIDO           PIC X(01) VALUE 'S'.
           88 WS-CONVERTIDO                      VALUE 'S'.
       01  WS-GANANCIA-SOLES           PIC S9(15)V9(02) COMP-3.
       77  WS-CAUSA                    PIC 9(01) COMP VALUE 0.
       77  WS-IDX-OPE                  PIC 9(03) COMP VALUE 0.
       77  WS-POS-OPE                  PIC 9(03) COMP VALUE 0.
       77  WS-TOT-OPERADORES           PIC 9(03) COMP VALUE 0.
       77  WS-TOT-LEIDOS               PIC 9(07) COMP VALUE 0.
       77  WS-TOT-MES                  PIC 9(07) COMP VALUE 0.
       77  WS-TOT-PENDIENTES           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-ABIERTOS             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-CERRADOS             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-RECHAZADOS           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-SIN-CAMBIO           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-SIN-LUGAR            PIC 9(07) COMP VALUE 0.
      *--------------------------------------------------------------*
      * CODIGOS Y NOMBRES DE LAS CAUSAS DE ERROR (ER-CAUSA)          *
      *--------------------------------------------------------------*
       01  WS-CODIGOS-CAUSA            PIC X(05) VALUE 'SQNPO'.
       01  WS-TABLA-CODIGO REDEFINES WS-CODIGOS-CAUSA.
           05 WS-CODIGO-CAUSA          PIC X(01) OCCURS 5 TIMES.
       01  WS-NOMBRES-CAUSA.
           05 FILLER                   PIC X(20) VALUE
              'LADO EQUIVOCADO'.
           05 FILLER                   PIC X(20) VALUE
              'CANTIDAD EQUIVOCADA'.
           05 FILLER                   PIC X(20) VALUE
              'NEMONICO EQUIVOCADO'.
           05 FILLER                   PIC X(20) VALUE
              'PRECIO EQUIVOCADO'.
           05 FILLER                   PIC X(20) VALUE
              'OTRA CAUSA'.
       01  WS-TABLA-CAUSA REDEFINES WS-NOMBRES-CAUSA.
           05 WS-NOMBRE-CAUSA          PIC X(20) OCCURS 5 TIMES.
      *--------------------------------------------------------------*
      * ACUMULADOS POR OPERADOR (CASOS POR CAUSA, ABIERTOS Y         *
      * GANANCIA REALIZADA EN SOLES) Y POR CAUSA.                    *
      *--------------------------------------------------------------*
       01  WS-TABLA-OPERADOR.
           05 WS-OP-ENTRY OCCURS 200 TIMES.
              10 WS-OP-OPERADOR        PIC X(07).
              10 WS-OP-CASOS-CAUSA     PIC 9(05) COMP OCCURS 5 TIMES.
              10 WS-OP-CASOS           PIC 9(05) COMP.
              10 WS-OP-ABIERTOS        PIC 9(05) COMP.
              10 WS-OP-GANANCIA        PIC S9(15)V9(02) COMP-3.
       01  WS-TOTAL-CAUSA.
           05 WS-TC-ENTRY OCCURS 5 TIMES.
              10 WS-TC-CASOS           PIC 9(05) COMP.
              10 WS-TC-ABIERTOS        PIC 9(05) COMP.
              10 WS-TC-GANANCIA        PIC S9(15)V9(02) COMP-3.
       01  WS-TOTAL-GENERAL.
           05 WS-TG-CASOS              PIC 9(05) COMP VALUE 0.
           05 WS-TG-ABIERTOS           PIC 9(05) COMP VALUE 0.
           05 WS-TG-GANANCIA           PIC S9(15)V9(02) COMP-3
                                       VALUE 0.
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(44) VALUE
              'CASOS DE ERROR DE NEGOCIACION - MES         '.
           05 WT-ANIO                  PIC 9(04).
           05 FILLER                   PIC X(01) VALUE '-'.
           05 WT-MES                   PIC 9(02).
           05 FILLER                   PIC X(12) VALUE
              '  INGRESADOS'.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WT-DESDE                 PIC 9(08).
           05 FILLER                   PIC X(03) VALUE ' A '.
           05 WT-HASTA                 PIC 9(08).
           05 FILLER                   PIC X(49) VALUE SPACES.
       01  WS-LINEA-SECCION.
           05 WS-SECCION               PIC X(60).
           05 FILLER                   PIC X(72) VALUE SPACES.
       01  WS-CABECERA-DETALLE.
           05 FILLER                   PIC X(44) VALUE
              'CASO      F.INGRES CUENTA CLIENTE       ORDE'.
           05 FILLER                   PIC X(44) VALUE
              'N     OPERAD  C NEMONICO   S     CANTIDAD ES'.
           05 FILLER                   PIC X(44) VALUE
              'TADO     MON    GANANCIA REALIZ.            '.
       01  WS-LINEA-DETALLE.
           05 WD-CASO                  PIC 9(09).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-FEC-INGRESO           PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-CTA-CLIENTE           PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-ORDEN                 PIC 9(09).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-OPERADOR              PIC X(07).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-CAUSA                 PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-NEMONICO              PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-SENTIDO               PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-CANTIDAD              PIC Z(11)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-ESTADO                PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-MONEDA                PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-GANANCIA              PIC -(14)9.99.
           05 FILLER                   PIC X(13) VALUE SPACES.
       01  WS-CABECERA-OPERADOR.
           05 FILLER                   PIC X(44) VALUE
              'OPERAD   LADO   CANT.  NEMO. PRECIO  OTRA   '.
           05 FILLER                   PIC X(44) VALUE
              'TOTAL ABIERT    GANANCIA REALIZ. S/         '.
           05 FILLER                   PIC X(44) VALUE SPACES.
       01  WS-LINEA-OPERADOR.
           05 WO-OPERADOR              PIC X(07).
           05 WO-CAUSA OCCURS 5 TIMES.
              10 FILLER                PIC X(01).
              10 WO-CASOS-CAUSA        PIC Z(05)9.
           05 FILLER                   PIC X(01).
           05 WO-CASOS                 PIC Z(05)9.
           05 FILLER                   PIC X(01).
           05 WO-ABIERTOS              PIC Z(05)9.
           05 FILLER                   PIC X(01).
           05 WO-GANANCIA              PIC -(14)9.99.
           05 FILLER                   PIC X(57).
       01  WS-CABECERA-CAUSA.
           05 FILLER                   PIC X(44) VALUE
              'C CAUSA                 CASOS ABIERT    GANA'.
           05 FILLER                   PIC X(44) VALUE
              'NCIA REALIZ. S/                             '.
           05 FILLER                   PIC X(44) VALUE SPACES.
       01  WS-LINEA-CAUSA.
           05 WC-CAUSA                 PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WC-NOMBRE-CAUSA          PIC X(20).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WC-CASOS                 PIC Z(05)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WC-ABIERTOS              PIC Z(05)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WC-GANANCIA              PIC -(14)9.99.
           05 FILLER                   PIC X(76) VALUE SPACES.
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
           PERFORM 2000-PROCESAR-CASO
              UNTIL NOT WS-ER-OK
           MOVE 'RESUMEN POR OPERADOR Y CAUSA (CASOS NO RECHAZADOS)'
              TO WS-SECCION
           WRITE REPORTE-REC FROM WS-LINEA-SECCION
           WRITE REPORTE-REC FROM WS-CABECERA-OPERADOR
           PERFORM 4000-LISTAR-OPERADOR
              VARYING WS-IDX-OPE FROM 1 BY 1
              UNTIL WS-IDX-OPE > WS-TOT-OPERADORES
           MOVE 'RESUMEN POR CAUSA'
              TO WS-SECCION
           WRITE REPORTE-REC FROM WS-LINEA-SECCION
           WRITE REPORTE-REC FROM WS-CABECERA-CAUSA
           PERFORM 5000-LISTAR-CAUSA
              VARYING WS-CAUSA FROM 1 BY 1
              UNTIL WS-CAUSA > 5
           PERFORM 5100-LISTAR-TOTAL-GENERAL
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RERRMES '   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RERRMES - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           INITIALIZE WS-TABLA-OPERADOR WS-TOTAL-CAUSA
           PERFORM 1100-DETERMINAR-MES
           OPEN INPUT  CASO-ERROR FXRATES
           OPEN OUTPUT REPORTE-ERROR
           MOVE WS-FD-ANIO     TO WT-ANIO
           MOVE WS-FD-MES      TO WT-MES
           MOVE WS-FECHA-DESDE TO WT-DESDE
           MOVE WS-FECHA-HASTA TO WT-HASTA
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           MOVE 'DETALLE DE CASOS INGRESADOS EN EL MES'
              TO WS-SECCION
           WRITE REPORTE-REC FROM WS-LINEA-SECCION
           WRITE REPORTE-REC FROM WS-CABECERA-DETALLE
           READ CASO-ERROR NEXT RECORD
              AT END MOVE '10' TO WS-ER-STATUS
           END-READ
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * SIN TARJETA: EL MES CALENDARIO ANTERIOR AL DE LA FECHA DE    *
      * PROCESO (EN ENERO, DICIEMBRE DEL ANO ANTERIOR).              *
      *--------------------------------------------------------------*
       1100-DETERMINAR-MES.
           MOVE WS-FP-ANIO TO WS-FD-ANIO
           IF WS-FP-MES = 1
              MOVE 12 TO WS-FD-MES
              SUBTRACT 1 FROM WS-FD-ANIO
           ELSE
              COMPUTE WS-FD-MES = WS-FP-MES - 1
           END-IF
           OPEN INPUT TARJETA-MES
           READ TARJETA-MES
              AT END MOVE 'S' TO WS-EOF-TARJETA
           END-READ
           IF NOT WS-FIN-TARJETA
              IF TJ-ANIO NUMERIC AND TJ-ANIO > 0
                 AND TJ-MES NUMERIC
                 AND TJ-MES > 0 AND TJ-MES < 13
                 MOVE TJ-ANIO TO WS-FD-ANIO
                 MOVE TJ-MES  TO WS-FD-MES
              END-IF
           END-IF
           CLOSE TARJETA-MES
           MOVE 1          TO WS-FD-DIA
           MOVE WS-FD-ANIO TO WS-FH-ANIO
           MOVE WS-FD-MES  TO WS-FH-MES
           MOVE 31         TO WS-FH-DIA
           .
       1100-DETERMINAR-MES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-PROCESAR-CASO.
           ADD 1 TO WS-TOT-LEIDOS
           IF ER-FEC-INGRESO NOT < WS-FECHA-DESDE
              AND ER-FEC-INGRESO NOT > WS-FECHA-HASTA
              ADD 1 TO WS-TOT-MES
              EVALUATE TRUE
                 WHEN ER-RECHAZADO
                    ADD 1 TO WS-TOT-RECHAZADOS
                 WHEN OTHER
                    EVALUATE TRUE
                       WHEN ER-PENDIENTE
                          ADD 1 TO WS-TOT-PENDIENTES
                       WHEN ER-APLICADO
                          ADD 1 TO WS-TOT-ABIERTOS
                       WHEN OTHER
                          ADD 1 TO WS-TOT-CERRADOS
                    END-EVALUATE
                    PERFORM 2100-ESCRIBIR-DETALLE
                    PERFORM 8200-CONVERTIR-SOLES
                    PERFORM 3000-ACUMULAR-CASO
                       THRU 3000-ACUMULAR-CASO-EXIT
              END-EVALUATE
           END-IF
           READ CASO-ERROR NEXT RECORD
              AT END MOVE '10' TO WS-ER-STATUS
           END-READ
           .
       2000-PROCESAR-CASO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-ESCRIBIR-DETALLE.
           MOVE ER-CASO                TO WD-CASO
           MOVE ER-FEC-INGRESO         TO WD-FEC-INGRESO
           MOVE ER-CTA-CLIENTE         TO WD-CTA-CLIENTE
           MOVE ER-ORDEN               TO WD-ORDEN
           MOVE ER-OPERADOR            TO WD-OPERADOR
           MOVE ER-CAUSA               TO WD-CAUSA
           MOVE ER-NEMONICO-EJEC       TO WD-NEMONICO
           MOVE ER-SENTIDO-EJEC        TO WD-SENTIDO
           MOVE ER-CAN-EJEC            TO WD-CANTIDAD
           MOVE ER-ESTADO              TO WD-ESTADO
           MOVE ER-MONEDA              TO WD-MONEDA
           MOVE ER-GANANCIA-REALIZADA  TO WD-GANANCIA
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           .
       2100-ESCRIBIR-DETALLE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * ACUMULA EL CASO EN SU OPERADOR (ALTA EN LA TABLA SI ES       *
      * NUEVO) Y EN SU CAUSA. LA CAUSA FUERA DE CATALOGO SE CUENTA   *
      * COMO OTRA.                                                   *
      *--------------------------------------------------------------*
       3000-ACUMULAR-CASO.
           MOVE 5 TO WS-CAUSA
           EVALUATE TRUE
              WHEN ER-CAUSA-SENTIDO
                 MOVE 1 TO WS-CAUSA
              WHEN ER-CAUSA-CANTIDAD
                 MOVE 2 TO WS-CAUSA
              WHEN ER-CAUSA-NEMONICO
                 MOVE 3 TO WS-CAUSA
              WHEN ER-CAUSA-PRECIO
                 MOVE 4 TO WS-CAUSA
           END-EVALUATE
           ADD 1 TO WS-TC-CASOS(WS-CAUSA)
                    WS-TG-CASOS
           IF ER-APLICADO
              ADD 1 TO WS-TC-ABIERTOS(WS-CAUSA)
                       WS-TG-ABIERTOS
           END-IF
           IF WS-CONVERTIDO
              ADD WS-GANANCIA-SOLES TO WS-TC-GANANCIA(WS-CAUSA)
                                       WS-TG-GANANCIA
           END-IF
           MOVE 0 TO WS-POS-OPE
           PERFORM 3100-COMPARAR-OPERADOR
              VARYING WS-IDX-OPE FROM 1 BY 1
              UNTIL WS-IDX-OPE > WS-TOT-OPERADORES
                 OR WS-POS-OPE > 0
           IF WS-POS-OPE = 0
              IF WS-TOT-OPERADORES NOT < 200
                 ADD 1 TO WS-TOT-SIN-LUGAR
                 DISPLAY 'RERRMES - TABLA DE OPERADORES LLENA: '
                         ER-OPERADOR
                 MOVE 4 TO RETURN-CODE
                 GO TO 3000-ACUMULAR-CASO-EXIT
              END-IF
              ADD 1 TO WS-TOT-OPERADORES
              MOVE WS-TOT-OPERADORES TO WS-POS-OPE
              MOVE ER-OPERADOR TO WS-OP-OPERADOR(WS-POS-OPE)
           END-IF
           ADD 1 TO WS-OP-CASOS-CAUSA(WS-POS-OPE, WS-CAUSA)
                    WS-OP-CASOS(WS-POS-OPE)
           IF ER-APLICADO
              ADD 1 TO WS-OP-ABIERTOS(WS-POS-OPE)
           END-IF
           IF WS-CONVERTIDO
              ADD WS-GANANCIA-SOLES TO WS-OP-GANANCIA(WS-POS-OPE)
           END-IF
           .
       3000-ACUMULAR-CASO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-COMPARAR-OPERADOR.
           IF WS-OP-OPERADOR(WS-IDX-OPE) = ER-OPERADOR
              MOVE WS-IDX-OPE TO WS-POS-OPE
           END-IF
           .
       3100-COMPARAR-OPERADOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-LISTAR-OPERADOR.
           MOVE SPACES                      TO WS-LINEA-OPERADOR
           MOVE WS-OP-OPERADOR(WS-IDX-OPE)  TO WO-OPERADOR
           PERFORM 4100-LISTAR-CAUSA-OPERADOR
              VARYING WS-CAUSA FROM 1 BY 1
              UNTIL WS-CAUSA > 5
           MOVE WS-OP-CASOS(WS-IDX-OPE)     TO WO-CASOS
           MOVE WS-OP-ABIERTOS(WS-IDX-OPE)  TO WO-ABIERTOS
           MOVE WS-OP-GANANCIA(WS-IDX-OPE)  TO WO-GANANCIA
           WRITE REPORTE-REC FROM WS-LINEA-OPERADOR
           .
       4000-LISTAR-OPERADOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4100-LISTAR-CAUSA-OPERADOR.
           MOVE WS-OP-CASOS-CAUSA(WS-IDX-OPE, WS-CAUSA)
              TO WO-CASOS-CAUSA(WS-CAUSA)
           .
       4100-LISTAR-CAUSA-OPERADOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5000-LISTAR-CAUSA.
           IF WS-TC-CASOS(WS-CAUSA) > 0
              MOVE SPACES                    TO WS-LINEA-CAUSA
              MOVE WS-CODIGO-CAUSA(WS-CAUSA) TO WC-CAUSA
              MOVE WS-NOMBRE-CAUSA(WS-CAUSA) TO WC-NOMBRE-CAUSA
              MOVE WS-TC-CASOS(WS-CAUSA)     TO WC-CASOS
              MOVE WS-TC-ABIERTOS(WS-CAUSA)  TO WC-ABIERTOS
              MOVE WS-TC-GANANCIA(WS-CAUSA)  TO WC-GANANCIA
              WRITE REPORTE-REC FROM WS-LINEA-CAUSA
           END-IF
           .
       5000-LISTAR-CAUSA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5100-LISTAR-TOTAL-GENERAL.
           MOVE SPACES            TO WS-LINEA-CAUSA
           MOVE 'TOTAL GENERAL'   TO WC-NOMBRE-CAUSA
           MOVE WS-TG-CASOS       TO WC-CASOS
           MOVE WS-TG-ABIERTOS    TO WC-ABIERTOS
           MOVE WS-TG-GANANCIA    TO WC-GANANCIA
           WRITE REPORTE-REC FROM WS-LINEA-CAUSA
           .
       5100-LISTAR-TOTAL-GENERAL-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * GANANCIA REALIZADA DEL CASO A SOLES, AL CAMBIO OFICIAL       *
      * VIGENTE. SIN TASA EL CASO NO SUMA GANANCIA Y LA CORRIDA      *
      * TERMINA CON ADVERTENCIA.                                     *
      *--------------------------------------------------------------*
       8200-CONVERTIR-SOLES.
           MOVE 'S' TO WS-IND-CONVERTIDO
           IF ER-MONEDA = 'PEN' OR ER-MONEDA = SPACES
              MOVE ER-GANANCIA-REALIZADA TO WS-GANANCIA-SOLES
           ELSE
              IF ER-MONEDA NOT = WS-MONEDA-CAMBIO
                 PERFORM 8210-LEER-CAMBIO
              END-IF
              IF WS-CAMBIO-OFICIAL > 0
                 COMPUTE WS-GANANCIA-SOLES ROUNDED =
                    ER-GANANCIA-REALIZADA * WS-CAMBIO-OFICIAL
              ELSE
                 MOVE 'N' TO WS-IND-CONVERTIDO
                 MOVE 0   TO WS-GANANCIA-SOLES
                 ADD 1 TO WS-TOT-SIN-CAMBIO
                 DISPLAY 'RERRMES - SIN CAMBIO OFICIAL '
                         ER-MONEDA ' CASO ' ER-CASO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .
       8200-CONVERTIR-SOLES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8210-LEER-CAMBIO.
           MOVE ER-MONEDA TO WS-MONEDA-CAMBIO
           MOVE ER-MONEDA TO FXR-MONEDA
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
       9000-FIN.
           MOVE 'CASOS INGRESADOS EN EL MES'           TO WL-TITULO
           MOVE WS-TOT-MES                             TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'PENDIENTES DE APROBACION'             TO WL-TITULO
           MOVE WS-TOT-PENDIENTES                      TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'APLICADOS CON POSICION ABIERTA'       TO WL-TITULO
           MOVE WS-TOT-ABIERTOS                        TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'CERRADOS'                             TO WL-TITULO
           MOVE WS-TOT-CERRADOS                        TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'RECHAZADOS'                           TO WL-TITULO
           MOVE WS-TOT-RECHAZADOS                      TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           IF WS-TOT-SIN-CAMBIO > 0
              MOVE 'CASOS SIN TIPO DE CAMBIO'          TO WL-TITULO
              MOVE WS-TOT-SIN-CAMBIO                   TO WL-CANTIDAD
              WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           END-IF
           IF WS-TOT-SIN-LUGAR > 0
              MOVE 'CASOS FUERA DE LA TABLA DE OPERADORES' TO WL-TITULO
              MOVE WS-TOT-SIN-LUGAR                    TO WL-CANTIDAD
              WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           END-IF
           CLOSE CASO-ERROR FXRATES REPORTE-ERROR
           MOVE 'F'              TO BC-FUNCION
           MOVE 'RERRMES '       TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-MES       TO BC-REGISTROS
           MOVE RETURN-CODE      TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RERRMES - CASOS LEIDOS       : ' WS-TOT-LEIDOS
           DISPLAY 'RERRMES - INGRESADOS EN MES  : ' WS-TOT-MES
           DISPLAY 'RERRMES - ABIERTOS           : ' WS-TOT-ABIERTOS
           DISPLAY 'RERRMES - CERRADOS           : ' WS-TOT-CERRADOS
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

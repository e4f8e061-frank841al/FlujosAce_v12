       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RRETFEST.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 15/10/2026 JQ      ALTA. ESTADO MENSUAL DE RETROCESIONES POR *
      *                    ADMINISTRADORA DE FONDOS MUTUOS PARA SU   *
      *                    FACTURACION; EL DEVENGO DEL PERIODO QUEDA *
      *                    FACTURADO EN RETFDEV.                     *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * EL PERIODO (AAAAMM) VIENE EN LA TARJETA OPCIONAL RETFCARD;   *
      * SIN ELLA SE TOMA EL MES CALENDARIO ANTERIOR AL DE PROCESO    *
      * (RRETFDEV, SU PREDECESOR, YA LO DEVENGO HASTA EL ULTIMO DIA).*
      * POR CADA ADMINISTRADORA DE LOS CONVENIOS (RETFMAST) EMITE EN *
      * RETFEST SU ESTADO: UNA LINEA POR FONDO CON LOS DIAS          *
      * DEVENGADOS, EL SALDO PROMEDIO VALORIZADO, LA TASA Y LA       *
      * RETROCESION DEVENGADA, Y EL TOTAL A FACTURAR POR MONEDA. EL  *
      * DEVENGO DEL PERIODO PASA A FACTURADO (YA NO LO TOCA          *
      * RRETFDEV) Y QUEDA PENDIENTE DE COBRO PARA RRETFCOB; UNA      *
      * NUEVA CORRIDA DEL MISMO PERIODO REIMPRIME SIN CAMBIARLO. LA  *
      * CORRIDA SE REGISTRA EN RUNCTL VIA BCHCTL.                    *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TARJETA-PERIODO ASSIGN TO RETFCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONVENIO-RETROCESION ASSIGN TO RETFMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-FONDO
               FILE STATUS IS WS-RF-STATUS.
           SELECT FONDO-MAESTRO ASSIGN TO FONDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FO-FONDO
               FILE STATUS IS WS-FO-STATUS.
           SELECT DEVENGO-RETROCESION ASSIGN TO RETFDEV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RD-CLAVE
               FILE STATUS IS WS-RD-STATUS.
           SELECT ESTADO-RETROCESION ASSIGN TO RETFEST
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TARJETA-PERIODO
           RECORDING MODE IS F.
       01  TT-REGISTRO-TARJETA.
           05 TT-PERIODO               PIC 9(06).
           05 FILLER                   PIC X(74).
       FD  CONVENIO-RETROCESION
           RECORDING MODE IS F.
       COPY RETFMAST.
       FD  FONDO-MAESTRO
           RECORDING MODE IS F.
       COPY FONDMAST.
       FD  DEVENGO-RETROCESION
           RECORDING MODE IS F.
       COPY RETFDEV.
       FD  ESTADO-RETROCESION
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-EOF-TARJETA              PIC X(01) VALUE 'N'.
           88 WS-FIN-TARJETA                     VALUE 'S'.
       01  WS-RF-STATUS                PIC X(02) VALUE '00'.
           88 WS-RF-OK                           VALUE '00'.
           88 WS-RF-FIN                          VALUE '10'.
       01  WS-FO-STATUS                PIC X(02) VALUE '00'.
           88 WS-FO-OK                           VALUE '00'.
       01  WS-RD-STATUS                PIC X(02) VALUE '00'.
           88 WS-RD-OK                           VALUE '00'.
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
       77  WS-TOT-GESTORAS             PIC 9(03) COMP VALUE 0.
       77  WS-TOT-ESTADOS              PIC 9(05) COMP VALUE 0.
       77  WS-TOT-FONDOS               PIC 9(05) COMP VALUE 0.
       77  WS-TOT-FACTURADOS           PIC 9(05) COMP VALUE 0.
       77  WS-TOT-SIN-DEVENGO          PIC 9(05) COMP VALUE 0.
       77  WS-TOT-MONEDAS              PIC 9(02) COMP VALUE 0.
       77  WS-FONDOS-GESTORA           PIC 9(05) COMP VALUE 0.
       77  WS-IDX                      PIC 9(03) COMP VALUE 0.
       77  WS-IDX-GES                  PIC 9(03) COMP VALUE 0.
       77  WS-POS                      PIC 9(03) COMP VALUE 0.
       77  WS-IDX-MON                  PIC 9(02) COMP VALUE 0.
       77  WS-POS-MON                  PIC 9(02) COMP VALUE 0.
       01  WS-TABLA-GESTORA.
           05 WS-GES OCCURS 100 TIMES.
              10 WS-GES-CODIGO         PIC X(08).
              10 WS-GES-NOMBRE         PIC X(40).
       01  WS-TABLA-MONEDA.
           05 WS-MON OCCURS 10 TIMES.
              10 WS-MON-CODIGO         PIC X(03).
              10 WS-MON-FONDOS         PIC 9(05) COMP.
              10 WS-MON-DEVENGADO      PIC S9(14)V9(02) COMP-3.
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(44) VALUE
              'ESTADO DE RETROCESIONES POR ADMINISTRADORA -'.
           05 FILLER                   PIC X(10) VALUE
              ' PERIODO: '.
           05 WT-PERIODO               PIC 9(06).
           05 FILLER                   PIC X(09) VALUE ' FECHA : '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(55) VALUE SPACES.
       01  WS-LINEA-GESTORA.
           05 FILLER                   PIC X(16) VALUE
              'ADMINISTRADORA: '.
           05 WG-GESTORA               PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WG-NOMBRE                PIC X(40).
           05 FILLER                   PIC X(67) VALUE SPACES.
       01  WS-LINEA-CABECERA.
           05 FILLER                   PIC X(45) VALUE
              'FONDO      NOMBRE DEL FONDO'.
           05 FILLER                   PIC X(55) VALUE
              'MON DIAS SALDO PROM. VALORIZ.  TASA %         DEVENGADO'.
           05 FILLER                   PIC X(32) VALUE SPACES.
       01  WS-LINEA-DETALLE.
           05 WD-FONDO                 PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-NOMBRE                PIC X(33).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-MONEDA                PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-DIAS                  PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-SALDO-PROMEDIO        PIC -(16)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-TASA                  PIC Z9.9999.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-DEVENGADO             PIC -(13)9.99.
           05 FILLER                   PIC X(33) VALUE SPACES.
       01  WS-LINEA-TOTAL.
           05 FILLER                   PIC X(22) VALUE
              '   TOTAL A FACTURAR - '.
           05 WL-MONEDA                PIC X(03).
           05 FILLER                   PIC X(09) VALUE ' FONDOS: '.
           05 WL-FONDOS                PIC ZZZZ9.
           05 FILLER                   PIC X(10) VALUE ' IMPORTE: '.
           05 WL-DEVENGADO             PIC -(15)9.99.
           05 FILLER                   PIC X(64) VALUE SPACES.
       01  WS-SALDO-PROMEDIO           PIC S9(16)V9(02) COMP-3
                                       VALUE 0.
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-CARGAR-GESTORA
              UNTIL WS-RF-FIN
           PERFORM 3000-EMITIR-ESTADO
              VARYING WS-IDX-GES FROM 1 BY 1
              UNTIL WS-IDX-GES > WS-TOT-GESTORAS
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RRETFEST'   TO BC-PROGRAMA
           MOVE 'RRETFDEV'   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RRETFEST - PREDECESOR RRETFDEV SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1050-DETERMINAR-PERIODO
           OPEN INPUT  CONVENIO-RETROCESION FONDO-MAESTRO
           OPEN I-O    DEVENGO-RETROCESION
           OPEN OUTPUT ESTADO-RETROCESION
           MOVE WS-PERIODO       TO WT-PERIODO
           MOVE WS-FECHA-PROCESO TO WT-FECHA
           PERFORM 1100-INICIAR-RECORRIDO
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
              AND TT-PERIODO NUMERIC
              AND TT-PERIODO > 0
              MOVE TT-PERIODO TO WS-PERIODO
           END-IF
           CLOSE TARJETA-PERIODO
           .
       1050-DETERMINAR-PERIODO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1100-INICIAR-RECORRIDO.
           MOVE '00'       TO WS-RF-STATUS
           MOVE LOW-VALUES TO RF-FONDO
           START CONVENIO-RETROCESION KEY IS NOT LESS THAN RF-FONDO
              INVALID KEY MOVE '10' TO WS-RF-STATUS
           END-START
           IF WS-RF-OK
              READ CONVENIO-RETROCESION NEXT RECORD
                 AT END MOVE '10' TO WS-RF-STATUS
              END-READ
           END-IF
           .
       1100-INICIAR-RECORRIDO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-CARGAR-GESTORA.
           MOVE 0 TO WS-POS
           PERFORM 2010-BUSCAR-GESTORA
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-GESTORAS
                 OR WS-POS > 0
           IF WS-POS = 0
              IF WS-TOT-GESTORAS < 100
                 ADD 1 TO WS-TOT-GESTORAS
                 MOVE RF-GESTORA
                    TO WS-GES-CODIGO(WS-TOT-GESTORAS)
                 MOVE RF-NOMBRE-GESTORA
                    TO WS-GES-NOMBRE(WS-TOT-GESTORAS)
              ELSE
                 DISPLAY 'RRETFEST - TABLA DE ADMINISTRADORAS LLENA, '
                         RF-GESTORA ' SIN ESTADO'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           READ CONVENIO-RETROCESION NEXT RECORD
              AT END MOVE '10' TO WS-RF-STATUS
           END-READ
           .
       2000-CARGAR-GESTORA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2010-BUSCAR-GESTORA.
           IF WS-GES-CODIGO(WS-IDX) = RF-GESTORA
              MOVE WS-IDX TO WS-POS
           END-IF
           .
       2010-BUSCAR-GESTORA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * ESTADO DE UNA ADMINISTRADORA: RECORRE LOS CONVENIOS, TOMA    *
      * LOS SUYOS CON DEVENGO EN EL PERIODO Y CIERRA CON EL TOTAL    *
      * POR MONEDA. LA ADMINISTRADORA SIN DEVENGO NO EMITE ESTADO.   *
      *--------------------------------------------------------------*
       3000-EMITIR-ESTADO.
           MOVE 0 TO WS-FONDOS-GESTORA
           MOVE 0 TO WS-TOT-MONEDAS
           PERFORM 1100-INICIAR-RECORRIDO
           PERFORM 3100-PROCESAR-CONVENIO
              UNTIL WS-RF-FIN
           IF WS-FONDOS-GESTORA > 0
              PERFORM 3300-IMPRIMIR-TOTAL
                 VARYING WS-IDX-MON FROM 1 BY 1
                 UNTIL WS-IDX-MON > WS-TOT-MONEDAS
              ADD 1 TO WS-TOT-ESTADOS
           END-IF
           .
       3000-EMITIR-ESTADO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-PROCESAR-CONVENIO.
           IF RF-GESTORA = WS-GES-CODIGO(WS-IDX-GES)
              MOVE '00'       TO WS-RD-STATUS
              MOVE RF-FONDO   TO RD-FONDO
              MOVE WS-PERIODO TO RD-PERIODO
              READ DEVENGO-RETROCESION
                 INVALID KEY MOVE '23' TO WS-RD-STATUS
              END-READ
              IF WS-RD-OK
                 PERFORM 3200-IMPRIMIR-FONDO
              ELSE
                 ADD 1 TO WS-TOT-SIN-DEVENGO
              END-IF
           END-IF
           READ CONVENIO-RETROCESION NEXT RECORD
              AT END MOVE '10' TO WS-RF-STATUS
           END-READ
           .
       3100-PROCESAR-CONVENIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3200-IMPRIMIR-FONDO.
           IF WS-FONDOS-GESTORA = 0
              WRITE REPORTE-REC FROM WS-LINEA-TITULO
              MOVE WS-GES-CODIGO(WS-IDX-GES) TO WG-GESTORA
              MOVE WS-GES-NOMBRE(WS-IDX-GES) TO WG-NOMBRE
              WRITE REPORTE-REC FROM WS-LINEA-GESTORA
              WRITE REPORTE-REC FROM WS-LINEA-CABECERA
           END-IF
           ADD 1 TO WS-FONDOS-GESTORA
           ADD 1 TO WS-TOT-FONDOS
           MOVE '00'     TO WS-FO-STATUS
           MOVE RD-FONDO TO FO-FONDO
           READ FONDO-MAESTRO
              INVALID KEY MOVE '23' TO WS-FO-STATUS
           END-READ
           MOVE SPACES          TO WS-LINEA-DETALLE
           MOVE RD-FONDO        TO WD-FONDO
           IF WS-FO-OK
              MOVE FO-NOMBRE    TO WD-NOMBRE
           END-IF
           MOVE RD-MONEDA       TO WD-MONEDA
           MOVE RD-DIAS-DEVENGADOS TO WD-DIAS
           MOVE 0 TO WS-SALDO-PROMEDIO
           IF RD-DIAS-DEVENGADOS > 0
              COMPUTE WS-SALDO-PROMEDIO ROUNDED =
                 RD-SALDO-DIAS / RD-DIAS-DEVENGADOS
           END-IF
           MOVE WS-SALDO-PROMEDIO TO WD-SALDO-PROMEDIO
           MOVE RD-TASA-ANUAL   TO WD-TASA
           MOVE RD-DEVENGADO    TO WD-DEVENGADO
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           PERFORM 3210-ACUMULAR-MONEDA
           IF RD-DEVENGANDO
              MOVE 'F'              TO RD-ESTADO
              MOVE WS-FECHA-PROCESO TO RD-FEC-FACTURA
              REWRITE RD-REGISTRO-DEVENGO
              ADD 1 TO WS-TOT-FACTURADOS
           END-IF
           .
       3200-IMPRIMIR-FONDO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3210-ACUMULAR-MONEDA.
           MOVE 0 TO WS-POS-MON
           PERFORM 3220-BUSCAR-MONEDA
              VARYING WS-IDX-MON FROM 1 BY 1
              UNTIL WS-IDX-MON > WS-TOT-MONEDAS
                 OR WS-POS-MON > 0
           IF WS-POS-MON = 0 AND WS-TOT-MONEDAS < 10
              ADD 1 TO WS-TOT-MONEDAS
              MOVE WS-TOT-MONEDAS TO WS-POS-MON
              MOVE RD-MONEDA TO WS-MON-CODIGO(WS-POS-MON)
              MOVE 0         TO WS-MON-FONDOS(WS-POS-MON)
              MOVE 0         TO WS-MON-DEVENGADO(WS-POS-MON)
           END-IF
           IF WS-POS-MON > 0
              ADD 1            TO WS-MON-FONDOS(WS-POS-MON)
              ADD RD-DEVENGADO TO WS-MON-DEVENGADO(WS-POS-MON)
           END-IF
           .
       3210-ACUMULAR-MONEDA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3220-BUSCAR-MONEDA.
           IF WS-MON-CODIGO(WS-IDX-MON) = RD-MONEDA
              MOVE WS-IDX-MON TO WS-POS-MON
           END-IF
           .
       3220-BUSCAR-MONEDA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3300-IMPRIMIR-TOTAL.
           MOVE WS-MON-CODIGO(WS-IDX-MON)    TO WL-MONEDA
           MOVE WS-MON-FONDOS(WS-IDX-MON)    TO WL-FONDOS
           MOVE WS-MON-DEVENGADO(WS-IDX-MON) TO WL-DEVENGADO
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           .
       3300-IMPRIMIR-TOTAL-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE CONVENIO-RETROCESION FONDO-MAESTRO
                 DEVENGO-RETROCESION ESTADO-RETROCESION
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RRETFEST'   TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-FONDOS TO BC-REGISTROS
           MOVE 0            TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RRETFEST - PERIODO                : ' WS-PERIODO
           DISPLAY 'RRETFEST - ADMINISTRADORAS        : '
                   WS-TOT-GESTORAS
           DISPLAY 'RRETFEST - ESTADOS EMITIDOS       : '
                   WS-TOT-ESTADOS
           DISPLAY 'RRETFEST - FONDOS EN ESTADO       : '
                   WS-TOT-FONDOS
           DISPLAY 'RRETFEST - FACTURADOS EN CORRIDA  : '
                   WS-TOT-FACTURADOS
           DISPLAY 'RRETFEST - CONVENIOS SIN DEVENGO  : '
                   WS-TOT-SIN-DEVENGO
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

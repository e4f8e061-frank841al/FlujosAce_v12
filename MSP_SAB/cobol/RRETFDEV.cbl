       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RRETFDEV.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 15/10/2026 JQ      ALTA. DEVENGO DIARIO DE LA RETROCESION    *
      *                    QUE PAGAN LAS ADMINISTRADORAS DE FONDOS   *
      *                    MUTUOS SOBRE EL SALDO DE NUESTROS         *
      *                    CLIENTES (RETFDEV) Y MOVIMIENTO DE        *
      *                    DEVENGO PARA RGLJRNL (RETFRES).           *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RECORRE LOS CONVENIOS DE RETROCESION (RETFMAST) ACTIVOS Y    *
      * VIGENTES A LA FECHA. POR CADA FONDO:                         *
      *  - SUMA LAS CUOTAS DE TODOS LOS CLIENTES EN CARTMAST (EL     *
      *    FONDO SE LLEVA COMO NEMONICO) Y LAS VALORIZA AL NAV DEL   *
      *    DIA EN NAVMAST; SIN NAV DEL DIA TOMA EL ULTIMO PUBLICADO  *
      *    DE LA SEMANA. SIN NINGUNO EL FONDO NO DEVENGA Y SE AVISA. *
      *  - DEVENGA LOS DIAS CALENDARIO DESDE EL ULTIMO DEVENGO DEL   *
      *    PERIODO (AL INICIAR EL MES, DESDE EL ULTIMO DIA DEL MES   *
      *    ANTERIOR): SALDO VALORIZADO X TASA ANUAL / BASE X DIAS.   *
      *  - SI EL PERIODO ANTERIOR QUEDO SIN DEVENGAR HASTA SU ULTIMO *
      *    DIA (FIN DE MES NO HABIL), LO COMPLETA CON EL ULTIMO      *
      *    SALDO Y NAV QUE DEVENGO, ANTES DE ABRIR EL NUEVO PERIODO. *
      * CADA DEVENGO DEJA SU LINEA 'D' EN RETFRES, QUE EL RGLJRNL DE *
      * ESA NOCHE ASIENTA (RETROCESIONES POR COBRAR CONTRA INGRESO   *
      * POR RETROCESIONES). EL PERIODO YA FACTURADO (RRETFEST) NO SE *
      * TOCA. LA CORRIDA SE REGISTRA EN RUNCTL VIA BCHCTL.           *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT NAV-MAESTRO ASSIGN TO NAVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NV-CLAVE
               FILE STATUS IS WS-NV-STATUS.
           SELECT CARTERA ASSIGN TO CARTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CLAVE
               FILE STATUS IS WS-CM-STATUS.
           SELECT DEVENGO-RETROCESION ASSIGN TO RETFDEV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RD-CLAVE
               FILE STATUS IS WS-RD-STATUS.
           SELECT MOVIMIENTO-RETROCESION ASSIGN TO RETFRES
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONVENIO-RETROCESION
           RECORDING MODE IS F.
       COPY RETFMAST.
       FD  FONDO-MAESTRO
           RECORDING MODE IS F.
       COPY FONDMAST.
       FD  NAV-MAESTRO
           RECORDING MODE IS F.
       COPY NAVMAST.
       FD  CARTERA
           RECORDING MODE IS F.
       COPY CARTMAST.
       FD  DEVENGO-RETROCESION
           RECORDING MODE IS F.
       COPY RETFDEV.
       FD  MOVIMIENTO-RETROCESION
           RECORDING MODE IS F.
       COPY RETFRES.
       WORKING-STORAGE SECTION.
       01  WS-RF-STATUS                PIC X(02) VALUE '00'.
           88 WS-RF-OK                           VALUE '00'.
           88 WS-RF-FIN                          VALUE '10'.
       01  WS-FO-STATUS                PIC X(02) VALUE '00'.
           88 WS-FO-OK                           VALUE '00'.
       01  WS-NV-STATUS                PIC X(02) VALUE '00'.
           88 WS-NV-OK                           VALUE '00'.
       01  WS-CM-STATUS                PIC X(02) VALUE '00'.
           88 WS-CM-OK                           VALUE '00'.
           88 WS-CM-FIN                          VALUE '10'.
       01  WS-RD-STATUS                PIC X(02) VALUE '00'.
           88 WS-RD-OK                           VALUE '00'.
           88 WS-RD-NO-ENCONTRADO                VALUE '23'.
       01  WS-FECHA-PROCESO            PIC 9(08).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05 WS-FP-PERIODO            PIC 9(06).
           05 WS-FP-DIA                PIC 9(02).
       01  WS-FECHA-INICIO-MES         PIC 9(08).
       01  WS-FECHA-INICIO-MES-R REDEFINES WS-FECHA-INICIO-MES.
           05 WS-FI-PERIODO            PIC 9(06).
           05 WS-FI-DIA                PIC 9(02).
       01  WS-FECHA-FIN-MES-ANT        PIC 9(08).
       01  WS-FECHA-FIN-MES-ANT-R REDEFINES WS-FECHA-FIN-MES-ANT.
           05 WS-FA-PERIODO            PIC 9(06).
           05 WS-FA-DIA                PIC 9(02).
       77  WS-INT-HOY                  PIC 9(07) COMP VALUE 0.
       77  WS-INT-FIN-MES-ANT          PIC 9(07) COMP VALUE 0.
       77  WS-INT-DESDE                PIC 9(07) COMP VALUE 0.
       77  WS-DIAS                     PIC S9(05) COMP VALUE 0.
       77  WS-DIAS-ATRAS               PIC 9(02) COMP VALUE 0.
       77  WS-BASE-DIAS                PIC 9(03) VALUE 360.
       77  WS-SW-NUEVO                 PIC X(01) VALUE 'N'.
           88 WS-DEVENGO-NUEVO                   VALUE 'S'.
       77  WS-TOT-CONVENIOS            PIC 9(07) COMP VALUE 0.
       77  WS-TOT-DEVENGADOS           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-NO-VIGENTES          PIC 9(07) COMP VALUE 0.
       77  WS-TOT-SIN-FONDO            PIC 9(07) COMP VALUE 0.
       77  WS-TOT-SIN-NAV              PIC 9(07) COMP VALUE 0.
       77  WS-TOT-FACTURADOS           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-CIERRES              PIC 9(07) COMP VALUE 0.
       01  WS-CUOTAS                   PIC 9(14)V9(06) COMP-3
                                       VALUE 0.
       01  WS-VALOR-CUOTA              PIC 9(08)V9(06) VALUE 0.
       01  WS-VALORIZADO               PIC S9(16)V9(02) COMP-3
                                       VALUE 0.
       01  WS-DEVENGO                  PIC S9(12)V9(02) COMP-3
                                       VALUE 0.
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESAR-CONVENIO
              UNTIL WS-RF-FIN
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RRETFDEV'   TO BC-PROGRAMA
           MOVE 'RFDOLIQ '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RRETFDEV - PREDECESOR RFDOLIQ SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-FP-PERIODO TO WS-FI-PERIODO
           MOVE 1             TO WS-FI-DIA
           COMPUTE WS-INT-HOY =
              FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
           COMPUTE WS-INT-FIN-MES-ANT =
              FUNCTION INTEGER-OF-DATE(WS-FECHA-INICIO-MES) - 1
           COMPUTE WS-FECHA-FIN-MES-ANT =
              FUNCTION DATE-OF-INTEGER(WS-INT-FIN-MES-ANT)
           OPEN INPUT  CONVENIO-RETROCESION FONDO-MAESTRO
                       NAV-MAESTRO CARTERA
           OPEN I-O    DEVENGO-RETROCESION
           OPEN EXTEND MOVIMIENTO-RETROCESION
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
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-PROCESAR-CONVENIO.
           ADD 1 TO WS-TOT-CONVENIOS
           IF RF-ACTIVO
              AND RF-FEC-VIGENCIA-DESDE <= WS-FECHA-PROCESO
              AND (RF-FEC-VIGENCIA-HASTA = 0
                   OR RF-FEC-VIGENCIA-HASTA >= WS-FECHA-PROCESO)
              PERFORM 2100-DEVENGAR-FONDO
           ELSE
              ADD 1 TO WS-TOT-NO-VIGENTES
           END-IF
           READ CONVENIO-RETROCESION NEXT RECORD
              AT END MOVE '10' TO WS-RF-STATUS
           END-READ
           .
       2000-PROCESAR-CONVENIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-DEVENGAR-FONDO.
           IF RF-BASE-DIAS > 0
              MOVE RF-BASE-DIAS TO WS-BASE-DIAS
           ELSE
              MOVE 360          TO WS-BASE-DIAS
           END-IF
           MOVE '00'     TO WS-FO-STATUS
           MOVE RF-FONDO TO FO-FONDO
           READ FONDO-MAESTRO
              INVALID KEY MOVE '23' TO WS-FO-STATUS
           END-READ
           IF WS-FO-OK
              PERFORM 2200-COMPLETAR-PERIODO-ANT
              PERFORM 2300-VALORIZAR-TENENCIA
              IF WS-NV-OK
                 PERFORM 2400-DEVENGAR-PERIODO
              ELSE
                 ADD 1 TO WS-TOT-SIN-NAV
                 DISPLAY 'RRETFDEV - FONDO SIN NAV RECIENTE: '
                         RF-FONDO
              END-IF
           ELSE
              ADD 1 TO WS-TOT-SIN-FONDO
              DISPLAY 'RRETFDEV - CONVENIO SIN FONDO EN FONDMAST: '
                      RF-FONDO
           END-IF
           .
       2100-DEVENGAR-FONDO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL PERIODO ANTERIOR AUN ABIERTO SE DEVENGA HASTA SU ULTIMO   *
      * DIA CON EL SALDO Y NAV DE SU ULTIMO DEVENGO.                 *
      *--------------------------------------------------------------*
       2200-COMPLETAR-PERIODO-ANT.
           MOVE '00'          TO WS-RD-STATUS
           MOVE RF-FONDO      TO RD-FONDO
           MOVE WS-FA-PERIODO TO RD-PERIODO
           READ DEVENGO-RETROCESION
              INVALID KEY MOVE '23' TO WS-RD-STATUS
           END-READ
           IF WS-RD-OK
              AND RD-DEVENGANDO
              AND RD-FEC-ULT-DEVENGO < WS-FECHA-FIN-MES-ANT
              COMPUTE WS-DIAS = WS-INT-FIN-MES-ANT
                 - FUNCTION INTEGER-OF-DATE(RD-FEC-ULT-DEVENGO)
              COMPUTE WS-VALORIZADO ROUNDED =
                 RD-CUOTAS-ULT * RD-VALOR-CUOTA-ULT
              PERFORM 7000-CALCULAR-DEVENGO
              MOVE WS-FECHA-FIN-MES-ANT TO RD-FEC-ULT-DEVENGO
              REWRITE RD-REGISTRO-DEVENGO
              PERFORM 7100-GRABAR-MOVIMIENTO
              ADD 1 TO WS-TOT-CIERRES
           END-IF
           .
       2200-COMPLETAR-PERIODO-ANT-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2300-VALORIZAR-TENENCIA.
           MOVE 0          TO WS-CUOTAS
           MOVE '00'       TO WS-CM-STATUS
           MOVE RF-FONDO   TO CM-NEMONICO
           MOVE LOW-VALUES TO CM-CTAVALOR
           START CARTERA KEY IS NOT LESS THAN CM-CLAVE
              INVALID KEY MOVE '10' TO WS-CM-STATUS
           END-START
           IF WS-CM-OK
              READ CARTERA NEXT RECORD
                 AT END MOVE '10' TO WS-CM-STATUS
              END-READ
           END-IF
           PERFORM 2310-SUMAR-CUOTAS
              UNTIL WS-CM-FIN
                 OR CM-NEMONICO NOT = RF-FONDO
           MOVE '23' TO WS-NV-STATUS
           PERFORM 2320-BUSCAR-NAV
              VARYING WS-DIAS-ATRAS FROM 0 BY 1
              UNTIL WS-DIAS-ATRAS > 7
                 OR WS-NV-OK
           .
       2300-VALORIZAR-TENENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2310-SUMAR-CUOTAS.
           ADD CM-SDOCON TO WS-CUOTAS
           READ CARTERA NEXT RECORD
              AT END MOVE '10' TO WS-CM-STATUS
           END-READ
           .
       2310-SUMAR-CUOTAS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2320-BUSCAR-NAV.
           MOVE '00'     TO WS-NV-STATUS
           MOVE RF-FONDO TO NV-FONDO
           COMPUTE NV-FECHA =
              FUNCTION DATE-OF-INTEGER(WS-INT-HOY - WS-DIAS-ATRAS)
           READ NAV-MAESTRO
              INVALID KEY MOVE '23' TO WS-NV-STATUS
           END-READ
           IF WS-NV-OK
              MOVE NV-VALOR-CUOTA TO WS-VALOR-CUOTA
           END-IF
           .
       2320-BUSCAR-NAV-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL PERIODO NUEVO ARRANCA DEVENGADO HASTA EL ULTIMO DIA DEL   *
      * MES ANTERIOR, O HASTA LA VISPERA DEL INICIO DE VIGENCIA DEL  *
      * CONVENIO SI ESTA ES POSTERIOR.                               *
      *--------------------------------------------------------------*
       2400-DEVENGAR-PERIODO.
           MOVE 'N'           TO WS-SW-NUEVO
           MOVE '00'          TO WS-RD-STATUS
           MOVE RF-FONDO      TO RD-FONDO
           MOVE WS-FP-PERIODO TO RD-PERIODO
           READ DEVENGO-RETROCESION
              INVALID KEY MOVE '23' TO WS-RD-STATUS
           END-READ
           IF WS-RD-NO-ENCONTRADO
              MOVE 'S'              TO WS-SW-NUEVO
              MOVE SPACES           TO RD-REGISTRO-DEVENGO
              MOVE RF-FONDO         TO RD-FONDO
              MOVE WS-FP-PERIODO    TO RD-PERIODO
              MOVE RF-GESTORA       TO RD-GESTORA
              MOVE FO-MONEDA        TO RD-MONEDA
              MOVE RF-TASA-ANUAL    TO RD-TASA-ANUAL
              IF RF-FEC-VIGENCIA-DESDE > WS-FECHA-FIN-MES-ANT
                 COMPUTE WS-INT-DESDE =
                    FUNCTION INTEGER-OF-DATE(RF-FEC-VIGENCIA-DESDE) - 1
                 COMPUTE RD-FEC-ULT-DEVENGO =
                    FUNCTION DATE-OF-INTEGER(WS-INT-DESDE)
              ELSE
                 MOVE WS-FECHA-FIN-MES-ANT TO RD-FEC-ULT-DEVENGO
              END-IF
              MOVE 0 TO RD-DIAS-DEVENGADOS RD-CUOTAS-ULT
                        RD-VALOR-CUOTA-ULT RD-SALDO-DIAS
                        RD-DEVENGADO RD-FEC-FACTURA
                        RD-IMPORTE-COBRADO RD-FEC-COBRO
                        RD-DIFERENCIA
              MOVE 'A' TO RD-ESTADO
           END-IF
           IF NOT RD-DEVENGANDO
              ADD 1 TO WS-TOT-FACTURADOS
              DISPLAY 'RRETFDEV - PERIODO YA FACTURADO: '
                      RD-FONDO ' ' RD-PERIODO
           ELSE
              COMPUTE WS-DIAS = WS-INT-HOY
                 - FUNCTION INTEGER-OF-DATE(RD-FEC-ULT-DEVENGO)
              COMPUTE WS-VALORIZADO ROUNDED =
                 WS-CUOTAS * WS-VALOR-CUOTA
              PERFORM 7000-CALCULAR-DEVENGO
              MOVE WS-FECHA-PROCESO TO RD-FEC-ULT-DEVENGO
              MOVE WS-CUOTAS        TO RD-CUOTAS-ULT
              MOVE WS-VALOR-CUOTA   TO RD-VALOR-CUOTA-ULT
              IF WS-DEVENGO-NUEVO
                 WRITE RD-REGISTRO-DEVENGO
              ELSE
                 REWRITE RD-REGISTRO-DEVENGO
              END-IF
              PERFORM 7100-GRABAR-MOVIMIENTO
              ADD 1 TO WS-TOT-DEVENGADOS
           END-IF
           .
       2400-DEVENGAR-PERIODO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * DEVENGO DE WS-DIAS SOBRE WS-VALORIZADO A LA TASA ANUAL DEL   *
      * CONVENIO, ACUMULADO EN EL REGISTRO DEL PERIODO.              *
      *--------------------------------------------------------------*
       7000-CALCULAR-DEVENGO.
           MOVE 0 TO WS-DEVENGO
           IF WS-DIAS > 0
              COMPUTE WS-DEVENGO ROUNDED =
                 WS-VALORIZADO * RD-TASA-ANUAL / 100
                 * WS-DIAS / WS-BASE-DIAS
              ADD WS-DIAS     TO RD-DIAS-DEVENGADOS
              COMPUTE RD-SALDO-DIAS =
                 RD-SALDO-DIAS + (WS-VALORIZADO * WS-DIAS)
              ADD WS-DEVENGO  TO RD-DEVENGADO
           END-IF
           .
       7000-CALCULAR-DEVENGO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7100-GRABAR-MOVIMIENTO.
           IF WS-DEVENGO NOT = 0
              MOVE SPACES           TO RFR-REGISTRO-RETROCESION
              MOVE WS-FECHA-PROCESO TO RFR-FECHA
              MOVE 'D'              TO RFR-TIPO
              MOVE RD-GESTORA       TO RFR-GESTORA
              MOVE RD-FONDO         TO RFR-FONDO
              MOVE RD-PERIODO       TO RFR-PERIODO
              MOVE RD-MONEDA        TO RFR-MONEDA
              MOVE WS-DEVENGO       TO RFR-IMPORTE
              MOVE WS-DEVENGO       TO RFR-DEVENGADO
              WRITE RFR-REGISTRO-RETROCESION
           END-IF
           .
       7100-GRABAR-MOVIMIENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE CONVENIO-RETROCESION FONDO-MAESTRO NAV-MAESTRO
                 CARTERA DEVENGO-RETROCESION MOVIMIENTO-RETROCESION
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RRETFDEV'   TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-DEVENGADOS TO BC-REGISTROS
           MOVE 0            TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RRETFDEV - CONVENIOS LEIDOS       : '
                   WS-TOT-CONVENIOS
           DISPLAY 'RRETFDEV - FONDOS DEVENGADOS      : '
                   WS-TOT-DEVENGADOS
           DISPLAY 'RRETFDEV - CIERRES MES ANTERIOR   : '
                   WS-TOT-CIERRES
           DISPLAY 'RRETFDEV - NO VIGENTES            : '
                   WS-TOT-NO-VIGENTES
           DISPLAY 'RRETFDEV - SIN FONDO              : '
                   WS-TOT-SIN-FONDO
           DISPLAY 'RRETFDEV - SIN NAV                : '
                   WS-TOT-SIN-NAV
           DISPLAY 'RRETFDEV - PERIODO YA FACTURADO   : '
                   WS-TOT-FACTURADOS
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

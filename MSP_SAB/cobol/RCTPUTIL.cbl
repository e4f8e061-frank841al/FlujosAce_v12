       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RCTPUTIL.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  05/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 05/10/2026 JQ      ALTA. REPORTE DIARIO DE UTILIZACION DE    *
      *                    LIMITES POR CONTRAPARTE (CTPMAST) Y       *
      *                    RECALCULO NOCTURNO DE SU EXPOSICION OTC,  *
      *                    DE REPORTE Y DE PRESTAMO DE VALORES.      *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LA EXPOSICION DE CADA CONTRAPARTE SE RECALCULA DESDE LOS     *
      * LIBROS DE ORIGEN:                                            *
      *  - OTC: IMPORTE NEGOCIADO DE LAS OPERACIONES DE OTCMAST NO   *
      *    RECHAZADAS CUYA LIQUIDACION AUN NO SE GENERO (ROTCSET);   *
      *  - REPORTE: PUNTAS PLAZO VIVAS DE ORDMAST (MISMO CRITERIO    *
      *    QUE RREPORPT) CON SUS TITULOS AL PRECIO DE QUOTEMST;      *
      *  - PRESTAMO: PRESTAMOS DE PRSTMAST VIGENTES, EN RECALL O     *
      *    INCUMPLIDOS CON SUS TITULOS AL PRECIO DE QUOTEMST.        *
      * EL PORCENTAJE DE UTILIZACION INFORMADO ES EL MAYOR ENTRE EL  *
      * TOTAL Y CADA PRODUCTO CONTRA SU LIMITE. LA CONTRAPARTE QUE   *
      * SUPERA EL 100% DE ALGUN LIMITE SE MARCA EXCESO Y LA QUE      *
      * LLEGA AL PORCENTAJE DE ALERTA (CTP-PCT-ALER DE PARMMAST,     *
      * 80 POR DEFECTO) SE MARCA ALERTA; UNA EXPOSICION SOBRE UN     *
      * LIMITE EN CERO ES EXCESO. LAS CONTRAPARTES DE LOS LIBROS QUE *
      * NO ESTAN EN CTPMAST SE LISTAN COMO NO REGISTRADAS; LAS       *
      * OPERACIONES SIN CONTRAPARTE (ANTERIORES AL CONTROL) Y LOS    *
      * NEMONICOS SIN PRECIO SOLO SE CUENTAN, CON ADVERTENCIA. AL    *
      * TERMINAR SE GRABA EN CTPMAST LA EXPOSICION CALCULADA CON SU  *
      * FECHA Y SE VUELVE A CERO LA INTRADIA QUE ACUMULA CTPCHK. LA  *
      * CORRIDA SE REGISTRA EN RUNCTL VIA BCHCTL.                    *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRAPARTE ASSIGN TO CTPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CONTRAPARTE
               FILE STATUS IS WS-CP-STATUS.
           SELECT APAREAMIENTO-OTC ASSIGN TO OTCMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-ORDEN-COMPRA
               FILE STATUS IS WS-OT-STATUS.
           SELECT ORDEN-MAESTRO ASSIGN TO ORDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-CLAVE
               FILE STATUS IS WS-OM-STATUS.
           SELECT LIBRO-PRESTAMO ASSIGN TO PRSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-PRESTAMO
               FILE STATUS IS WS-PR-STATUS.
           SELECT COTIZACION-MAESTRO ASSIGN TO QUOTEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QM-NEMONICO
               FILE STATUS IS WS-QM-STATUS.
           SELECT REPORTE-CONTRAPARTE ASSIGN TO CTPRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRAPARTE
           RECORDING MODE IS F.
       COPY CTPMAST.
       FD  APAREAMIENTO-OTC
           RECORDING MODE IS F.
       COPY OTCMAST.
       FD  ORDEN-MAESTRO
           RECORDING MODE IS F.
       COPY ORDMAST.
       FD  LIBRO-PRESTAMO
           RECORDING MODE IS F.
       COPY PRSTMAST.
       FD  COTIZACION-MAESTRO
           RECORDING MODE IS F.
       COPY QUOTEMST.
       FD  REPORTE-CONTRAPARTE
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-CP-STATUS                PIC X(02) VALUE '00'.
           88 WS-CP-OK                           VALUE '00'.
       01  WS-OT-STATUS                PIC X(02) VALUE '00'.
           88 WS-OT-OK                           VALUE '00'.
       01  WS-OM-STATUS                PIC X(02) VALUE '00'.
           88 WS-OM-OK                           VALUE '00'.
       01  WS-PR-STATUS                PIC X(02) VALUE '00'.
           88 WS-PR-OK                           VALUE '00'.
       01  WS-QM-STATUS                PIC X(02) VALUE '00'.
           88 WS-QM-OK                           VALUE '00'.
       01  WS-FECHA-PROCESO            PIC 9(08).
       01  WS-PCT-ALERTA               PIC 9(03)V9(02) VALUE 80.
       01  WS-CTP-BUSCADA              PIC X(20) VALUE SPACES.
       01  WS-NEMO-VALORIZAR           PIC X(10) VALUE SPACES.
       01  WS-TIT-VALORIZAR            PIC 9(12)V9(04) VALUE 0.
       01  WS-IMPORTE-EXPO             PIC S9(15)V9(02) COMP-3.
       01  WS-LIMITE-CALCULO           PIC 9(13)V9(02) COMP-3.
       01  WS-PCT-CALCULO              PIC 9(05)V9(02) COMP-3.
       01  WS-PCT-MAXIMO               PIC 9(05)V9(02) COMP-3.
       77  WS-SW-EXCESO                PIC X(01) VALUE 'N'.
           88 WS-HAY-EXCESO                      VALUE 'S'.
       77  WS-PROD                     PIC 9(01) COMP VALUE 0.
       77  WS-IDX-CTP                  PIC 9(03) COMP VALUE 0.
       77  WS-POS-CTP                  PIC 9(03) COMP VALUE 0.
       77  WS-TOT-CONTRAPARTES         PIC 9(03) COMP VALUE 0.
       77  WS-TOT-REGISTRADAS          PIC 9(07) COMP VALUE 0.
       77  WS-TOT-OPERACIONES          PIC 9(07) COMP VALUE 0.
       77  WS-TOT-ALERTA               PIC 9(07) COMP VALUE 0.
       77  WS-TOT-EXCESO               PIC 9(07) COMP VALUE 0.
       77  WS-TOT-NO-REGISTRADAS       PIC 9(07) COMP VALUE 0.
       77  WS-TOT-SIN-CONTRAPARTE      PIC 9(07) COMP VALUE 0.
       77  WS-TOT-SIN-PRECIO           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-SIN-LUGAR            PIC 9(07) COMP VALUE 0.
       77  WS-TOT-ACTUALIZADAS         PIC 9(07) COMP VALUE 0.
      *--------------------------------------------------------------*
      * CONTRAPARTES DEL MAESTRO MAS LAS NO REGISTRADAS QUE APARECEN *
      * EN LOS LIBROS. PRODUCTOS: 1 OTC, 2 REPORTE, 3 PRESTAMO.      *
      *--------------------------------------------------------------*
       01  WS-TABLA-CONTRAPARTE.
           05 WS-CT-ENTRY OCCURS 500 TIMES.
              10 WS-CT-CONTRAPARTE     PIC X(20).
              10 WS-CT-NOMBRE          PIC X(40).
              10 WS-CT-ESTADO          PIC X(01).
                 88 WS-CT-NO-REGISTRADA          VALUE 'N'.
              10 WS-CT-LIMITE-TOTAL    PIC 9(13)V9(02) COMP-3.
              10 WS-CT-LIMITE-PROD     PIC 9(13)V9(02) COMP-3
                                       OCCURS 3 TIMES.
              10 WS-CT-EXPO-PROD       PIC S9(15)V9(02) COMP-3
                                       OCCURS 3 TIMES.
              10 WS-CT-EXPO-TOTAL      PIC S9(15)V9(02) COMP-3.
              10 WS-CT-PCT-UTIL        PIC 9(05)V9(02) COMP-3.
              10 WS-CT-MARCA           PIC X(06).
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(44) VALUE
              'UTILIZACION DE LIMITES POR CONTRAPARTE - AL '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(18) VALUE
              '  ALERTA DESDE EL '.
           05 WT-PCT-ALERTA            PIC ZZ9.99.
           05 FILLER                   PIC X(56) VALUE
              ' PCT; EXPOSICION Y LIMITES EN SOLES'.
       01  WS-LINEA-SECCION.
           05 WS-SECCION               PIC X(60).
           05 FILLER                   PIC X(72) VALUE SPACES.
       01  WS-CABECERA-DETALLE.
           05 FILLER                   PIC X(44) VALUE
              'CONTRAPARTE          NOMBRE                 '.
           05 FILLER                   PIC X(44) VALUE
              'EXPOSIC. OTC EXPOS. REPORTE EXPOS. PRESTAM  '.
           05 FILLER                   PIC X(44) VALUE
              ' EXPOS. TOTAL   LIMITE TOTAL % UTIL. MARCA  '.
       01  WS-LINEA-DETALLE.
           05 WD-CONTRAPARTE           PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-NOMBRE                PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-EXPO-PROD OCCURS 3 TIMES.
              10 WD-EXPOSICION         PIC -(10)9.99.
              10 FILLER                PIC X(01).
           05 WD-EXPO-TOTAL            PIC -(10)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-LIMITE-TOTAL          PIC Z(10)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-PCT-UTIL              PIC ZZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-MARCA                 PIC X(06).
           05 FILLER                   PIC X(01) VALUE SPACE.
       01  WS-LINEA-TOTAL.
           05 WL-TITULO                PIC X(40).
           05 FILLER                   PIC X(03) VALUE ' : '.
           05 WL-CANTIDAD              PIC Z(06)9.
           05 FILLER                   PIC X(82) VALUE SPACES.
       COPY PARMCHKP.
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-CARGAR-CONTRAPARTE
              UNTIL NOT WS-CP-OK
           PERFORM 3000-PROCESAR-OTC
              UNTIL NOT WS-OT-OK
           PERFORM 3500-PROCESAR-REPORTE
              UNTIL NOT WS-OM-OK
           PERFORM 4000-PROCESAR-PRESTAMO
              UNTIL NOT WS-PR-OK
           MOVE 'UTILIZACION POR CONTRAPARTE' TO WS-SECCION
           WRITE REPORTE-REC FROM WS-LINEA-SECCION
           WRITE REPORTE-REC FROM WS-CABECERA-DETALLE
           PERFORM 5000-EVALUAR-CONTRAPARTE
              VARYING WS-IDX-CTP FROM 1 BY 1
              UNTIL WS-IDX-CTP > WS-TOT-CONTRAPARTES
           MOVE 'CONTRAPARTES EN ALERTA, EN EXCESO O NO REGISTRADAS'
              TO WS-SECCION
           WRITE REPORTE-REC FROM WS-LINEA-SECCION
           WRITE REPORTE-REC FROM WS-CABECERA-DETALLE
           PERFORM 5500-LISTAR-MARCADA
              VARYING WS-IDX-CTP FROM 1 BY 1
              UNTIL WS-IDX-CTP > WS-TOT-CONTRAPARTES
           PERFORM 6000-ACTUALIZAR-MAESTRO
              VARYING WS-IDX-CTP FROM 1 BY 1
              UNTIL WS-IDX-CTP > WS-TOT-CONTRAPARTES
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RCTPUTIL'   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RCTPUTIL - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           INITIALIZE WS-TABLA-CONTRAPARTE
           MOVE 'CTP-PCT-ALER' TO PMC-COD-PARAMETRO
           MOVE 0              TO PMC-FECHA
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              AND PMC-VALOR > 0
              AND PMC-VALOR < 100
              MOVE PMC-VALOR TO WS-PCT-ALERTA
           END-IF
           OPEN I-O    CONTRAPARTE
           OPEN INPUT  APAREAMIENTO-OTC ORDEN-MAESTRO LIBRO-PRESTAMO
                       COTIZACION-MAESTRO
           OPEN OUTPUT REPORTE-CONTRAPARTE
           MOVE WS-FECHA-PROCESO TO WT-FECHA
           MOVE WS-PCT-ALERTA    TO WT-PCT-ALERTA
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           READ CONTRAPARTE NEXT RECORD
              AT END MOVE '10' TO WS-CP-STATUS
           END-READ
           READ APAREAMIENTO-OTC NEXT RECORD
              AT END MOVE '10' TO WS-OT-STATUS
           END-READ
           READ ORDEN-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-OM-STATUS
           END-READ
           READ LIBRO-PRESTAMO NEXT RECORD
              AT END MOVE '10' TO WS-PR-STATUS
           END-READ
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LAS CONTRAPARTES DADAS DE BAJA SE CARGAN IGUAL: SI TODAVIA   *
      * TIENEN OPERACIONES VIVAS SU LIMITE EN CERO LAS MARCA.        *
      *--------------------------------------------------------------*
       2000-CARGAR-CONTRAPARTE.
           IF WS-TOT-CONTRAPARTES NOT < 500
              ADD 1 TO WS-TOT-SIN-LUGAR
              DISPLAY 'RCTPUTIL - TABLA DE CONTRAPARTES LLENA: '
                      CP-CONTRAPARTE
              MOVE 4 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-TOT-CONTRAPARTES
              ADD 1 TO WS-TOT-REGISTRADAS
              MOVE WS-TOT-CONTRAPARTES TO WS-POS-CTP
              MOVE CP-CONTRAPARTE  TO WS-CT-CONTRAPARTE(WS-POS-CTP)
              MOVE CP-NOMBRE       TO WS-CT-NOMBRE(WS-POS-CTP)
              MOVE CP-ESTADO       TO WS-CT-ESTADO(WS-POS-CTP)
              IF CP-DADA-DE-BAJA
                 MOVE 0 TO WS-CT-LIMITE-TOTAL(WS-POS-CTP)
              ELSE
                 MOVE CP-LIMITE-TOTAL TO WS-CT-LIMITE-TOTAL(WS-POS-CTP)
              END-IF
              PERFORM 2100-CARGAR-LIMITE
                 VARYING WS-PROD FROM 1 BY 1
                 UNTIL WS-PROD > 3
           END-IF
           READ CONTRAPARTE NEXT RECORD
              AT END MOVE '10' TO WS-CP-STATUS
           END-READ
           .
       2000-CARGAR-CONTRAPARTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-CARGAR-LIMITE.
           IF CP-DADA-DE-BAJA
              MOVE 0 TO WS-CT-LIMITE-PROD(WS-POS-CTP, WS-PROD)
           ELSE
              MOVE CP-LIMITE-PRODUCTO(WS-PROD)
                 TO WS-CT-LIMITE-PROD(WS-POS-CTP, WS-PROD)
           END-IF
           .
       2100-CARGAR-LIMITE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-PROCESAR-OTC.
           IF NOT OM-ES-RECHAZADA
              AND OM-LIQ-PENDIENTE-GENERAR
              MOVE OM-CONTRAPARTE       TO WS-CTP-BUSCADA
              MOVE OM-IMPORTE-NEGOCIADO TO WS-IMPORTE-EXPO
              MOVE 1                    TO WS-PROD
              PERFORM 7000-ACUMULAR-EXPOSICION
                 THRU 7000-ACUMULAR-EXPOSICION-EXIT
           END-IF
           READ APAREAMIENTO-OTC NEXT RECORD
              AT END MOVE '10' TO WS-OT-STATUS
           END-READ
           .
       3000-PROCESAR-OTC-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3500-PROCESAR-REPORTE.
           IF OM-ES-REPO-PLAZO
              AND OM-SITUACION NOT = 'EJECUTADA'
              AND OM-SITUACION NOT = 'CANCELADA'
              MOVE OM-NEMONICO OF OM-REGISTRO-ORDEN
                                        TO WS-NEMO-VALORIZAR
              MOVE OM-CAN-ORDEN         TO WS-TIT-VALORIZAR
              PERFORM 7100-VALORIZAR-TITULOS
              MOVE OM-CONTRAPARTE-REPO  TO WS-CTP-BUSCADA
              MOVE 2                    TO WS-PROD
              PERFORM 7000-ACUMULAR-EXPOSICION
                 THRU 7000-ACUMULAR-EXPOSICION-EXIT
           END-IF
           READ ORDEN-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-OM-STATUS
           END-READ
           .
       3500-PROCESAR-REPORTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-PROCESAR-PRESTAMO.
           IF PR-VIGENTE OR PR-EN-RECALL OR PR-INCUMPLIDO
              MOVE PR-NEMONICO          TO WS-NEMO-VALORIZAR
              MOVE PR-CAN-TITULOS       TO WS-TIT-VALORIZAR
              PERFORM 7100-VALORIZAR-TITULOS
              MOVE PR-CONTRAPARTE       TO WS-CTP-BUSCADA
              MOVE 3                    TO WS-PROD
              PERFORM 7000-ACUMULAR-EXPOSICION
                 THRU 7000-ACUMULAR-EXPOSICION-EXIT
           END-IF
           READ LIBRO-PRESTAMO NEXT RECORD
              AT END MOVE '10' TO WS-PR-STATUS
           END-READ
           .
       4000-PROCESAR-PRESTAMO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * UTILIZACION DE LA CONTRAPARTE: EL MAYOR PORCENTAJE ENTRE EL  *
      * TOTAL Y CADA PRODUCTO. SIN EXPOSICION NI LIMITE NO SE LISTA. *
      *--------------------------------------------------------------*
       5000-EVALUAR-CONTRAPARTE.
           MOVE 0   TO WS-CT-EXPO-TOTAL(WS-IDX-CTP)
           MOVE 0   TO WS-PCT-MAXIMO
           MOVE 'N' TO WS-SW-EXCESO
           PERFORM 5100-EVALUAR-PRODUCTO
              VARYING WS-PROD FROM 1 BY 1
              UNTIL WS-PROD > 3
           MOVE WS-CT-EXPO-TOTAL(WS-IDX-CTP)   TO WS-IMPORTE-EXPO
           MOVE WS-CT-LIMITE-TOTAL(WS-IDX-CTP) TO WS-LIMITE-CALCULO
           PERFORM 5200-CALCULAR-PORCENTAJE
           MOVE WS-PCT-MAXIMO TO WS-CT-PCT-UTIL(WS-IDX-CTP)
           EVALUATE TRUE
              WHEN WS-CT-NO-REGISTRADA(WS-IDX-CTP)
                 MOVE 'NO REG' TO WS-CT-MARCA(WS-IDX-CTP)
                 ADD 1 TO WS-TOT-NO-REGISTRADAS
              WHEN WS-HAY-EXCESO
                 MOVE 'EXCESO' TO WS-CT-MARCA(WS-IDX-CTP)
                 ADD 1 TO WS-TOT-EXCESO
              WHEN WS-PCT-MAXIMO NOT < WS-PCT-ALERTA
                 MOVE 'ALERTA' TO WS-CT-MARCA(WS-IDX-CTP)
                 ADD 1 TO WS-TOT-ALERTA
              WHEN OTHER
                 MOVE SPACES   TO WS-CT-MARCA(WS-IDX-CTP)
           END-EVALUATE
           IF WS-CT-EXPO-TOTAL(WS-IDX-CTP) NOT = 0
              OR WS-CT-LIMITE-TOTAL(WS-IDX-CTP) NOT = 0
              PERFORM 5300-ESCRIBIR-DETALLE
           END-IF
           .
       5000-EVALUAR-CONTRAPARTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5100-EVALUAR-PRODUCTO.
           ADD WS-CT-EXPO-PROD(WS-IDX-CTP, WS-PROD)
              TO WS-CT-EXPO-TOTAL(WS-IDX-CTP)
           MOVE WS-CT-EXPO-PROD(WS-IDX-CTP, WS-PROD)
              TO WS-IMPORTE-EXPO
           MOVE WS-CT-LIMITE-PROD(WS-IDX-CTP, WS-PROD)
              TO WS-LIMITE-CALCULO
           PERFORM 5200-CALCULAR-PORCENTAJE
           .
       5100-EVALUAR-PRODUCTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * WS-IMPORTE-EXPO CONTRA WS-LIMITE-CALCULO. SOBRE UN LIMITE EN *
      * CERO CUALQUIER EXPOSICION ES EXCESO; EL PORCENTAJE SE        *
      * INFORMA HASTA 9999.99.                                       *
      *--------------------------------------------------------------*
       5200-CALCULAR-PORCENTAJE.
           EVALUATE TRUE
              WHEN WS-IMPORTE-EXPO NOT > 0
                 MOVE 0 TO WS-PCT-CALCULO
              WHEN WS-LIMITE-CALCULO = 0
                 MOVE 9999.99 TO WS-PCT-CALCULO
              WHEN WS-IMPORTE-EXPO > WS-LIMITE-CALCULO * 99
                 MOVE 9999.99 TO WS-PCT-CALCULO
              WHEN OTHER
                 COMPUTE WS-PCT-CALCULO ROUNDED =
                    WS-IMPORTE-EXPO * 100 / WS-LIMITE-CALCULO
           END-EVALUATE
           IF WS-PCT-CALCULO > 100
              MOVE 'S' TO WS-SW-EXCESO
           END-IF
           IF WS-PCT-CALCULO > WS-PCT-MAXIMO
              MOVE WS-PCT-CALCULO TO WS-PCT-MAXIMO
           END-IF
           .
       5200-CALCULAR-PORCENTAJE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5300-ESCRIBIR-DETALLE.
           MOVE SPACES TO WS-LINEA-DETALLE
           MOVE WS-CT-CONTRAPARTE(WS-IDX-CTP)  TO WD-CONTRAPARTE
           MOVE WS-CT-NOMBRE(WS-IDX-CTP)       TO WD-NOMBRE
           PERFORM 5310-MOVER-PRODUCTO
              VARYING WS-PROD FROM 1 BY 1
              UNTIL WS-PROD > 3
           MOVE WS-CT-EXPO-TOTAL(WS-IDX-CTP)   TO WD-EXPO-TOTAL
           MOVE WS-CT-LIMITE-TOTAL(WS-IDX-CTP) TO WD-LIMITE-TOTAL
           MOVE WS-CT-PCT-UTIL(WS-IDX-CTP)     TO WD-PCT-UTIL
           MOVE WS-CT-MARCA(WS-IDX-CTP)        TO WD-MARCA
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           .
       5300-ESCRIBIR-DETALLE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5310-MOVER-PRODUCTO.
           MOVE WS-CT-EXPO-PROD(WS-IDX-CTP, WS-PROD)
              TO WD-EXPOSICION(WS-PROD)
           .
       5310-MOVER-PRODUCTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5500-LISTAR-MARCADA.
           IF WS-CT-MARCA(WS-IDX-CTP) NOT = SPACES
              PERFORM 5300-ESCRIBIR-DETALLE
           END-IF
           .
       5500-LISTAR-MARCADA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EXPOSICION CALCULADA Y FECHA DEL CALCULO; LA INTRADIA VUELVE *
      * A CERO PORQUE LO RESERVADO YA ESTA EN LOS LIBROS.            *
      *--------------------------------------------------------------*
       6000-ACTUALIZAR-MAESTRO.
           IF NOT WS-CT-NO-REGISTRADA(WS-IDX-CTP)
              MOVE WS-CT-CONTRAPARTE(WS-IDX-CTP) TO CP-CONTRAPARTE
              MOVE '00' TO WS-CP-STATUS
              READ CONTRAPARTE
                 INVALID KEY MOVE '23' TO WS-CP-STATUS
              END-READ
              IF WS-CP-OK
                 PERFORM 6100-ACTUALIZAR-PRODUCTO
                    VARYING WS-PROD FROM 1 BY 1
                    UNTIL WS-PROD > 3
                 MOVE WS-FECHA-PROCESO TO CP-FEC-CALCULO
                 REWRITE CP-REGISTRO-CONTRAPARTE
                 ADD 1 TO WS-TOT-ACTUALIZADAS
              END-IF
           END-IF
           .
       6000-ACTUALIZAR-MAESTRO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6100-ACTUALIZAR-PRODUCTO.
           MOVE WS-CT-EXPO-PROD(WS-IDX-CTP, WS-PROD)
              TO CP-EXPOSICION-CALCULADA(WS-PROD)
           MOVE 0 TO CP-EXPOSICION-INTRADIA(WS-PROD)
           .
       6100-ACTUALIZAR-PRODUCTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * SUMA WS-IMPORTE-EXPO AL PRODUCTO WS-PROD DE LA CONTRAPARTE   *
      * WS-CTP-BUSCADA, DANDOLA DE ALTA COMO NO REGISTRADA SI NO     *
      * ESTA EN LA TABLA.                                            *
      *--------------------------------------------------------------*
       7000-ACUMULAR-EXPOSICION.
           ADD 1 TO WS-TOT-OPERACIONES
           IF WS-CTP-BUSCADA = SPACES
              ADD 1 TO WS-TOT-SIN-CONTRAPARTE
              GO TO 7000-ACUMULAR-EXPOSICION-EXIT
           END-IF
           MOVE 0 TO WS-POS-CTP
           PERFORM 7010-COMPARAR-CONTRAPARTE
              VARYING WS-IDX-CTP FROM 1 BY 1
              UNTIL WS-IDX-CTP > WS-TOT-CONTRAPARTES
                 OR WS-POS-CTP > 0
           IF WS-POS-CTP = 0
              IF WS-TOT-CONTRAPARTES NOT < 500
                 ADD 1 TO WS-TOT-SIN-LUGAR
                 DISPLAY 'RCTPUTIL - TABLA DE CONTRAPARTES LLENA: '
                         WS-CTP-BUSCADA
                 MOVE 4 TO RETURN-CODE
                 GO TO 7000-ACUMULAR-EXPOSICION-EXIT
              END-IF
              ADD 1 TO WS-TOT-CONTRAPARTES
              MOVE WS-TOT-CONTRAPARTES TO WS-POS-CTP
              MOVE WS-CTP-BUSCADA TO WS-CT-CONTRAPARTE(WS-POS-CTP)
              MOVE 'NO REGISTRADA EN CTPMAST'
                                  TO WS-CT-NOMBRE(WS-POS-CTP)
              MOVE 'N'            TO WS-CT-ESTADO(WS-POS-CTP)
           END-IF
           ADD WS-IMPORTE-EXPO TO WS-CT-EXPO-PROD(WS-POS-CTP, WS-PROD)
           .
       7000-ACUMULAR-EXPOSICION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7010-COMPARAR-CONTRAPARTE.
           IF WS-CT-CONTRAPARTE(WS-IDX-CTP) = WS-CTP-BUSCADA
              MOVE WS-IDX-CTP TO WS-POS-CTP
           END-IF
           .
       7010-COMPARAR-CONTRAPARTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * TITULOS AL PRECIO VIGENTE DE QUOTEMST. SIN PRECIO LA         *
      * OPERACION QUEDA EN CERO Y LA CORRIDA TERMINA CON ADVERTENCIA.*
      *--------------------------------------------------------------*
       7100-VALORIZAR-TITULOS.
           MOVE WS-NEMO-VALORIZAR TO QM-NEMONICO
           MOVE '00' TO WS-QM-STATUS
           READ COTIZACION-MAESTRO
              INVALID KEY MOVE '23' TO WS-QM-STATUS
           END-READ
           IF WS-QM-OK
              COMPUTE WS-IMPORTE-EXPO ROUNDED =
                 WS-TIT-VALORIZAR * QM-PRECIO
           ELSE
              MOVE 0 TO WS-IMPORTE-EXPO
              ADD 1 TO WS-TOT-SIN-PRECIO
              DISPLAY 'RCTPUTIL - SIN PRECIO EN QUOTEMST: '
                      WS-NEMO-VALORIZAR
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       7100-VALORIZAR-TITULOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           MOVE 'CONTRAPARTES REGISTRADAS'             TO WL-TITULO
           MOVE WS-TOT-REGISTRADAS                     TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'OPERACIONES VIVAS CONSIDERADAS'       TO WL-TITULO
           MOVE WS-TOT-OPERACIONES                     TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'CONTRAPARTES EN ALERTA'               TO WL-TITULO
           MOVE WS-TOT-ALERTA                          TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'CONTRAPARTES EN EXCESO'               TO WL-TITULO
           MOVE WS-TOT-EXCESO                          TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'CONTRAPARTES NO REGISTRADAS'          TO WL-TITULO
           MOVE WS-TOT-NO-REGISTRADAS                  TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           IF WS-TOT-SIN-CONTRAPARTE > 0
              MOVE 'OPERACIONES SIN CONTRAPARTE'       TO WL-TITULO
              MOVE WS-TOT-SIN-CONTRAPARTE              TO WL-CANTIDAD
              WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           END-IF
           IF WS-TOT-SIN-PRECIO > 0
              MOVE 'OPERACIONES SIN PRECIO EN QUOTEMST' TO WL-TITULO
              MOVE WS-TOT-SIN-PRECIO                   TO WL-CANTIDAD
              WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           END-IF
           IF WS-TOT-SIN-LUGAR > 0
              MOVE 'FUERA DE LA TABLA DE CONTRAPARTES'  TO WL-TITULO
              MOVE WS-TOT-SIN-LUGAR                    TO WL-CANTIDAD
              WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           END-IF
           IF WS-TOT-EXCESO > 0 OR WS-TOT-NO-REGISTRADAS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE CONTRAPARTE APAREAMIENTO-OTC ORDEN-MAESTRO
                 LIBRO-PRESTAMO COTIZACION-MAESTRO REPORTE-CONTRAPARTE
           MOVE 'F'                 TO BC-FUNCION
           MOVE 'RCTPUTIL'          TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO    TO BC-FECHA-PROCESO
           MOVE WS-TOT-OPERACIONES  TO BC-REGISTROS
           MOVE RETURN-CODE         TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RCTPUTIL - CONTRAPARTES       : ' WS-TOT-REGISTRADAS
           DISPLAY 'RCTPUTIL - OPERACIONES VIVAS  : ' WS-TOT-OPERACIONES
           DISPLAY 'RCTPUTIL - EN ALERTA          : ' WS-TOT-ALERTA
           DISPLAY 'RCTPUTIL - EN EXCESO          : ' WS-TOT-EXCESO
           DISPLAY 'RCTPUTIL - NO REGISTRADAS     : '
                   WS-TOT-NO-REGISTRADAS
           DISPLAY 'RCTPUTIL - MAESTRO ACTUALIZADO: '
                   WS-TOT-ACTUALIZADAS
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

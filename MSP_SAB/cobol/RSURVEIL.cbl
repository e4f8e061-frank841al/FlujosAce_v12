       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RSURVEIL.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  14/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 14/09/2026 JQ      ALTA. VIGILANCIA DIARIA DE ABUSO DE       *
      *                    MERCADO: ADELANTAMIENTO DEL LIBRO PROPIO  *
      *                    A ORDENES GRANDES DE CLIENTES Y WASH      *
      *                    TRADE, CON APERTURA DE CASOS EN SURVCASO. *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * DOS CONTROLES SOBRE LA ACTIVIDAD DEL DIA:                    *
      *  - ADELANTAMIENTO: LAS CAPTURAS DEL DIA EN ORDTRACE (HITO    *
      *    'C', CON SU HORA) SE COMPLETAN CON ORDMAST Y SE CLASIFICAN*
      *    POR LIBRO (LIBCHK). LA ORDEN DE CLIENTE ES GRANDE SI      *
      *    LRGTRDCK LA ALERTA CON EL UMBRAL DE SURVPARM. CADA ORDEN  *
      *    DE LA CASA CAPTURADA DENTRO DE LA VENTANA ANTERIOR A UNA  *
      *    ORDEN GRANDE DE CLIENTE DEL MISMO NEMONICO Y SENTIDO ABRE *
      *    UN CASO 'F';                                              *
      *  - WASH TRADE: LAS EJECUCIONES DEL LOTE NEGOCIADO (NEGBATCH) *
      *    SE ACUMULAN POR ORDEN, RESOLVIENDO LA CUENTA POR ORDARCH  *
      *    COMO CEJECAP, Y SE LES ASIGNA SU GRUPO ECONOMICO          *
      *    (GRUPMIEM). UNA COMPRA Y UNA VENTA DEL MISMO NEMONICO DE  *
      *    LA MISMA CUENTA O DE CUENTAS DEL MISMO GRUPO, CON PRECIOS *
      *    PROMEDIO DENTRO DE LA TOLERANCIA, ABREN UN CASO 'W'.      *
      * LOS CASOS SE NUMERAN CON SURVSEQ Y QUEDAN NUEVOS PARA QUE    *
      * CUMPLIMIENTO LOS DISPONGA POR CSURVMNT.                      *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAZA-ORDEN ASSIGN TO ORDTRACE
               ORGANIZATION IS SEQUENTIAL.
           SELECT NEG-BATCH ASSIGN TO NEGBATCH
               ORGANIZATION IS SEQUENTIAL.
           SELECT ORDEN-ARCHIVO ASSIGN TO ORDARCH
               ORGANIZATION IS SEQUENTIAL.
           SELECT ORDEN-MAESTRO ASSIGN TO ORDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OM-CLAVE
               FILE STATUS IS WS-OM-STATUS.
           SELECT MIEMBRO-GRUPO ASSIGN TO GRUPMIEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GV-CTAVALOR
               FILE STATUS IS WS-GV-STATUS.
           SELECT CASO-VIGILANCIA ASSIGN TO SURVCASO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VG-CASO
               FILE STATUS IS WS-VG-STATUS.
           SELECT CORRELATIVO-CASO ASSIGN TO SURVSEQ
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARAMETRO-VIGILANCIA ASSIGN TO SURVPARM
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAZA-ORDEN
           RECORDING MODE IS F.
       COPY ORDTRACE.
       FD  NEG-BATCH
           RECORDING MODE IS F.
       COPY NEGDET.
       FD  ORDEN-ARCHIVO
           RECORDING MODE IS F.
       COPY ORDCARCH.
       FD  ORDEN-MAESTRO
           RECORDING MODE IS F.
       COPY ORDMAST.
       FD  MIEMBRO-GRUPO
           RECORDING MODE IS F.
       COPY GRUPMIEM.
       FD  CASO-VIGILANCIA
           RECORDING MODE IS F.
       COPY SURVCASO.
       FD  CORRELATIVO-CASO
           RECORDING MODE IS F.
       COPY SURVSEQ.
       FD  PARAMETRO-VIGILANCIA
           RECORDING MODE IS F.
       COPY SURVPARM.
       WORKING-STORAGE SECTION.
       COPY BCHCTLP.
       COPY LIBCHKP.
       COPY LRGTRADE.
       01  WS-OM-STATUS                PIC X(02) VALUE '00'.
           88 WS-OM-OK                           VALUE '00'.
       01  WS-GV-STATUS                PIC X(02) VALUE '00'.
           88 WS-GV-OK                           VALUE '00'.
       01  WS-VG-STATUS                PIC X(02) VALUE '00'.
           88 WS-VG-OK                           VALUE '00'.
       77  WS-EOF-TRAZA                PIC X(01) VALUE 'N'.
           88 WS-FIN-TRAZA                       VALUE 'S'.
       77  WS-EOF-LOTE                 PIC X(01) VALUE 'N'.
           88 WS-FIN-LOTE                        VALUE 'S'.
       77  WS-EOF-ARCHIVO              PIC X(01) VALUE 'N'.
           88 WS-FIN-ARCHIVO                     VALUE 'S'.
       77  WS-EOF-PARAMETRO            PIC X(01) VALUE 'N'.
           88 WS-FIN-PARAMETRO                   VALUE 'S'.
       77  WS-VENTANA-MINUTOS          PIC 9(03) VALUE 15.
       77  WS-UMBRAL-CLIENTE           PIC 9(12)V9(02) VALUE 0.
       77  WS-TOLERANCIA-PRECIO        PIC 9(01)V9(02) VALUE 0.50.
       77  WS-VENTANA-SEGUNDOS         PIC 9(05) COMP VALUE 0.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       77  WS-TOT-ORDEN-TABLA          PIC 9(05) COMP VALUE 0.
       77  WS-TOT-CAPTURAS             PIC 9(05) COMP VALUE 0.
       77  WS-TOT-EJECUCIONES          PIC 9(05) COMP VALUE 0.
       77  WS-TOT-SIN-ORDEN            PIC 9(05) COMP VALUE 0.
       77  WS-TOT-CASOS-F              PIC 9(05) COMP VALUE 0.
       77  WS-TOT-CASOS-W              PIC 9(05) COMP VALUE 0.
       77  WS-POS-ORDEN                PIC 9(05) COMP VALUE 0.
       77  WS-POS-EJECUCION            PIC 9(05) COMP VALUE 0.
       77  WS-IDX                      PIC 9(05) COMP VALUE 0.
       77  WS-JDX                      PIC 9(05) COMP VALUE 0.
       77  WS-HORA-NUM                 PIC 9(02) VALUE 0.
       01  WS-SEG-CAPTURA              PIC 9(05) COMP.
       01  WS-SEG-ANTICIPO             PIC 9(05) COMP.
       01  WS-PRECIO-EJECUCION         PIC 9(08)V9(04).
       01  WS-PRECIO-1                 PIC 9(08)V9(04).
       01  WS-PRECIO-2                 PIC 9(08)V9(04).
       01  WS-DIF-PRECIO               PIC 9(08)V9(04).
       01  WS-TABLA-ORDEN.
           05 WS-ORDEN-ENTRY OCCURS 5000 TIMES.
              10 WS-OA-ORDEN           PIC S9(09).
              10 WS-OA-CTAVALOR        PIC  X(20).
       01  WS-TABLA-CAPTURA.
           05 WS-CAPTURA-ENTRY OCCURS 5000 TIMES.
              10 WS-TC-ORDEN           PIC  9(09).
              10 WS-TC-CTAVALOR        PIC  X(20).
              10 WS-TC-NEMONICO        PIC  X(10).
              10 WS-TC-TIPO-ORDEN      PIC  X(01).
              10 WS-TC-MONTO           PIC  9(12)V9(02).
              10 WS-TC-SEGUNDOS        PIC  9(05) COMP.
              10 WS-TC-LIBRO           PIC  X(01).
              10 WS-TC-GRANDE          PIC  X(01).
       01  WS-TABLA-EJECUCION.
           05 WS-EJECUCION-ENTRY OCCURS 5000 TIMES.
              10 WS-TX-ORDEN           PIC  9(09).
              10 WS-TX-CTAVALOR        PIC  X(20).
              10 WS-TX-COD-GRUPO       PIC  X(10).
              10 WS-TX-NEMONICO        PIC  X(10).
              10 WS-TX-COMVEN          PIC  X(01).
              10 WS-TX-CANTIDAD        PIC  9(12).
              10 WS-TX-IMPORTE         PIC  9(14)V9(04) COMP-3.
       01  WS-DETALLE-ADELANTO.
           05 FILLER                   PIC  X(22) VALUE
              'ANTICIPO EN SEGUNDOS: '.
           05 WD-SEGUNDOS              PIC  ZZZZ9.
           05 FILLER                   PIC  X(17) VALUE
              ' MONTO CLIENTE: '.
           05 WD-MONTO                 PIC  Z(11)9.99.
           05 FILLER                   PIC  X(01) VALUE SPACE.
       01  WS-DETALLE-WASH.
           05 FILLER                   PIC  X(08) VALUE 'PRECIOS '.
           05 WW-PRECIO-1              PIC  Z(7)9.9999.
           05 FILLER                   PIC  X(03) VALUE ' / '.
           05 WW-PRECIO-2              PIC  Z(7)9.9999.
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WW-VINCULO               PIC  X(22).
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 1100-CARGAR-ARCHIVO
              UNTIL WS-FIN-ARCHIVO
           PERFORM 2000-CARGAR-CAPTURA
              UNTIL WS-FIN-TRAZA
           PERFORM 3000-EVALUAR-ADELANTAMIENTO
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-CAPTURAS
           PERFORM 4000-CARGAR-EJECUCION
              UNTIL WS-FIN-LOTE
           PERFORM 5000-EVALUAR-WASH
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-EJECUCIONES
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RSURVEIL'   TO BC-PROGRAMA
           MOVE SPACES       TO BC-PREDECESOR
           MOVE WS-FECHA-SISTEMA TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RSURVEIL - CONTROL BATCH EN ERROR'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1050-LEER-PARAMETROS
           COMPUTE WS-VENTANA-SEGUNDOS = WS-VENTANA-MINUTOS * 60
           OPEN INPUT  TRAZA-ORDEN NEG-BATCH ORDEN-ARCHIVO
                       ORDEN-MAESTRO MIEMBRO-GRUPO
           OPEN I-O    CASO-VIGILANCIA CORRELATIVO-CASO
           READ CORRELATIVO-CASO
           READ ORDEN-ARCHIVO
              AT END MOVE 'S' TO WS-EOF-ARCHIVO
           END-READ
           READ TRAZA-ORDEN
              AT END MOVE 'S' TO WS-EOF-TRAZA
           END-READ
           READ NEG-BATCH
              AT END MOVE 'S' TO WS-EOF-LOTE
           END-READ
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * SIN SURVPARM, O CON UN CAMPO EN CERO, RIGE EL VALOR POR      *
      * DEFECTO (VENTANA 15 MINUTOS, UMBRAL DE LRGTRDCK, 0.50%).     *
      *--------------------------------------------------------------*
       1050-LEER-PARAMETROS.
           OPEN INPUT PARAMETRO-VIGILANCIA
           READ PARAMETRO-VIGILANCIA
              AT END MOVE 'S' TO WS-EOF-PARAMETRO
           END-READ
           IF NOT WS-FIN-PARAMETRO
              IF VQ-VENTANA-MINUTOS > 0
                 MOVE VQ-VENTANA-MINUTOS TO WS-VENTANA-MINUTOS
              END-IF
              IF VQ-UMBRAL-CLIENTE > 0
                 MOVE VQ-UMBRAL-CLIENTE TO WS-UMBRAL-CLIENTE
              END-IF
              IF VQ-TOLERANCIA-PRECIO > 0
                 MOVE VQ-TOLERANCIA-PRECIO TO WS-TOLERANCIA-PRECIO
              END-IF
           END-IF
           CLOSE PARAMETRO-VIGILANCIA
           .
       1050-LEER-PARAMETROS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1100-CARGAR-ARCHIVO.
           IF WS-TOT-ORDEN-TABLA < 5000
              ADD 1 TO WS-TOT-ORDEN-TABLA
              MOVE OA-ORDEN    TO WS-OA-ORDEN(WS-TOT-ORDEN-TABLA)
              MOVE OA-CTAVALOR TO WS-OA-CTAVALOR(WS-TOT-ORDEN-TABLA)
           END-IF
           READ ORDEN-ARCHIVO
              AT END MOVE 'S' TO WS-EOF-ARCHIVO
           END-READ
           .
       1100-CARGAR-ARCHIVO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-CARGAR-CAPTURA.
           IF OT-ES-CAPTURA
              AND OT-FECHA = WS-FECHA-SISTEMA
              AND WS-TOT-CAPTURAS < 5000
              MOVE '00' TO WS-OM-STATUS
              MOVE OT-CTAVALOR TO OM-CTAVALOR
              MOVE OT-ORDEN    TO OM-ORDEN
              READ ORDEN-MAESTRO
                 INVALID KEY MOVE '23' TO WS-OM-STATUS
              END-READ
              IF WS-OM-OK
                 PERFORM 2100-REGISTRAR-CAPTURA
              END-IF
           END-IF
           READ TRAZA-ORDEN
              AT END MOVE 'S' TO WS-EOF-TRAZA
           END-READ
           .
       2000-CARGAR-CAPTURA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-REGISTRAR-CAPTURA.
           ADD 1 TO WS-TOT-CAPTURAS
           MOVE OM-ORDEN      TO WS-TC-ORDEN(WS-TOT-CAPTURAS)
           MOVE OM-CTAVALOR   TO WS-TC-CTAVALOR(WS-TOT-CAPTURAS)
           MOVE OM-NEMONICO   TO WS-TC-NEMONICO(WS-TOT-CAPTURAS)
           MOVE OM-TIPO-ORDEN TO WS-TC-TIPO-ORDEN(WS-TOT-CAPTURAS)
           MOVE OM-MTO-OPERACION TO WS-TC-MONTO(WS-TOT-CAPTURAS)
           MOVE OT-HORA(1:2) TO WS-HORA-NUM
           COMPUTE WS-SEG-CAPTURA = WS-HORA-NUM * 3600
           MOVE OT-HORA(4:2) TO WS-HORA-NUM
           COMPUTE WS-SEG-CAPTURA = WS-SEG-CAPTURA + WS-HORA-NUM * 60
           MOVE OT-HORA(7:2) TO WS-HORA-NUM
           ADD WS-HORA-NUM TO WS-SEG-CAPTURA
           MOVE WS-SEG-CAPTURA TO WS-TC-SEGUNDOS(WS-TOT-CAPTURAS)
           MOVE OM-CTAVALOR TO LIB-CTA-VALOR
           CALL 'LIBCHK' USING LIB-PARAMETROS
           MOVE LIB-IND-LIBRO TO WS-TC-LIBRO(WS-TOT-CAPTURAS)
           MOVE 'N'           TO WS-TC-GRANDE(WS-TOT-CAPTURAS)
           IF LIB-ES-CLIENTE
              MOVE OM-MTO-OPERACION  TO LT-MTO-OPERACION
              MOVE WS-UMBRAL-CLIENTE TO LT-UMBRAL
              CALL 'LRGTRDCK' USING LT-PARAMETROS
              IF LT-ES-ALERTA
                 MOVE 'S' TO WS-TC-GRANDE(WS-TOT-CAPTURAS)
              END-IF
           END-IF
           .
       2100-REGISTRAR-CAPTURA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-EVALUAR-ADELANTAMIENTO.
           IF WS-TC-LIBRO(WS-IDX) = 'C'
              PERFORM 3100-COMPARAR-CLIENTE
                 VARYING WS-JDX FROM 1 BY 1
                 UNTIL WS-JDX > WS-TOT-CAPTURAS
           END-IF
           .
       3000-EVALUAR-ADELANTAMIENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA ORDEN DE LA CASA (WS-IDX) ADELANTA A LA DEL CLIENTE       *
      * (WS-JDX) SI SE CAPTURO ANTES, DENTRO DE LA VENTANA, EN EL    *
      * MISMO NEMONICO Y SENTIDO.                                    *
      *--------------------------------------------------------------*
       3100-COMPARAR-CLIENTE.
           IF WS-TC-GRANDE(WS-JDX) = 'S'
              AND WS-TC-NEMONICO(WS-JDX) = WS-TC-NEMONICO(WS-IDX)
              AND WS-TC-TIPO-ORDEN(WS-JDX) = WS-TC-TIPO-ORDEN(WS-IDX)
              AND WS-TC-SEGUNDOS(WS-JDX) > WS-TC-SEGUNDOS(WS-IDX)
              COMPUTE WS-SEG-ANTICIPO = WS-TC-SEGUNDOS(WS-JDX)
                                      - WS-TC-SEGUNDOS(WS-IDX)
              IF WS-SEG-ANTICIPO <= WS-VENTANA-SEGUNDOS
                 MOVE WS-SEG-ANTICIPO       TO WD-SEGUNDOS
                 MOVE WS-TC-MONTO(WS-JDX)   TO WD-MONTO
                 MOVE 'F'                   TO VG-TIPO-CASO
                 MOVE WS-TC-CTAVALOR(WS-IDX) TO VG-CTAVALOR
                 MOVE WS-TC-ORDEN(WS-IDX)    TO VG-ORDEN
                 MOVE WS-TC-CTAVALOR(WS-JDX) TO VG-CTAVALOR-REL
                 MOVE WS-TC-ORDEN(WS-JDX)    TO VG-ORDEN-REL
                 MOVE WS-TC-NEMONICO(WS-IDX) TO VG-NEMONICO
                 MOVE WS-DETALLE-ADELANTO    TO VG-DETALLE
                 PERFORM 6000-ABRIR-CASO
                 ADD 1 TO WS-TOT-CASOS-F
              END-IF
           END-IF
           .
       3100-COMPARAR-CLIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LAS EJECUCIONES SE ACUMULAN POR ORDEN (CANTIDAD E IMPORTE)   *
      * PARA COMPARAR PRECIOS PROMEDIO Y NO REPETIR CASOS POR CADA   *
      * CALCE PARCIAL DE UN MISMO PAR DE ORDENES.                    *
      *--------------------------------------------------------------*
       4000-CARGAR-EJECUCION.
           PERFORM 4100-BUSCAR-ORDEN-TABLA
           IF WS-POS-ORDEN = 0
              ADD 1 TO WS-TOT-SIN-ORDEN
           ELSE
              COMPUTE WS-PRECIO-EJECUCION =
                      FUNCTION NUMVAL(ND-PRECIO)
              PERFORM 4200-BUSCAR-EJECUCION
              IF WS-POS-EJECUCION > 0
                 ADD ND-CAN-TITULOS
                    TO WS-TX-CANTIDAD(WS-POS-EJECUCION)
                 COMPUTE WS-TX-IMPORTE(WS-POS-EJECUCION) =
                         WS-TX-IMPORTE(WS-POS-EJECUCION)
                         + ND-CAN-TITULOS * WS-PRECIO-EJECUCION
              END-IF
           END-IF
           READ NEG-BATCH
              AT END MOVE 'S' TO WS-EOF-LOTE
           END-READ
           .
       4000-CARGAR-EJECUCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4100-BUSCAR-ORDEN-TABLA.
           MOVE 0 TO WS-POS-ORDEN
           PERFORM 4110-COMPARAR-ORDEN-TABLA
              VARYING WS-JDX FROM 1 BY 1
              UNTIL WS-JDX > WS-TOT-ORDEN-TABLA
                 OR WS-POS-ORDEN > 0
           .
       4100-BUSCAR-ORDEN-TABLA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4110-COMPARAR-ORDEN-TABLA.
           IF WS-OA-ORDEN(WS-JDX) = ND-REFER-NUM
              MOVE WS-JDX TO WS-POS-ORDEN
           END-IF
           .
       4110-COMPARAR-ORDEN-TABLA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4200-BUSCAR-EJECUCION.
           MOVE 0 TO WS-POS-EJECUCION
           PERFORM 4210-COMPARAR-EJECUCION
              VARYING WS-JDX FROM 1 BY 1
              UNTIL WS-JDX > WS-TOT-EJECUCIONES
                 OR WS-POS-EJECUCION > 0
           IF WS-POS-EJECUCION = 0
              AND WS-TOT-EJECUCIONES < 5000
              ADD 1 TO WS-TOT-EJECUCIONES
              MOVE WS-TOT-EJECUCIONES TO WS-POS-EJECUCION
              MOVE ND-REFER-NUM TO WS-TX-ORDEN(WS-POS-EJECUCION)
              MOVE WS-OA-CTAVALOR(WS-POS-ORDEN)
                 TO WS-TX-CTAVALOR(WS-POS-EJECUCION)
              MOVE ND-NEMONIC   TO WS-TX-NEMONICO(WS-POS-EJECUCION)
              MOVE ND-COMVEN    TO WS-TX-COMVEN(WS-POS-EJECUCION)
              MOVE 0 TO WS-TX-CANTIDAD(WS-POS-EJECUCION)
                        WS-TX-IMPORTE(WS-POS-EJECUCION)
              MOVE SPACES TO WS-TX-COD-GRUPO(WS-POS-EJECUCION)
              MOVE '00' TO WS-GV-STATUS
              MOVE WS-OA-CTAVALOR(WS-POS-ORDEN) TO GV-CTAVALOR
              READ MIEMBRO-GRUPO
                 INVALID KEY MOVE '23' TO WS-GV-STATUS
              END-READ
              IF WS-GV-OK
                 MOVE GV-COD-GRUPO
                    TO WS-TX-COD-GRUPO(WS-POS-EJECUCION)
              END-IF
           END-IF
           .
       4200-BUSCAR-EJECUCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4210-COMPARAR-EJECUCION.
           IF WS-TX-ORDEN(WS-JDX) = ND-REFER-NUM
              MOVE WS-JDX TO WS-POS-EJECUCION
           END-IF
           .
       4210-COMPARAR-EJECUCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5000-EVALUAR-WASH.
           IF WS-TX-CANTIDAD(WS-IDX) > 0
              COMPUTE WS-PRECIO-1 ROUNDED =
                      WS-TX-IMPORTE(WS-IDX) / WS-TX-CANTIDAD(WS-IDX)
              COMPUTE WS-JDX = WS-IDX + 1
              PERFORM 5100-COMPARAR-CONTRAPARTE
                 THRU 5100-COMPARAR-CONTRAPARTE-EXIT
                 VARYING WS-JDX FROM WS-JDX BY 1
                 UNTIL WS-JDX > WS-TOT-EJECUCIONES
           END-IF
           .
       5000-EVALUAR-WASH-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * PAR COMPRA/VENTA DEL MISMO NEMONICO, DE LA MISMA CUENTA O DE *
      * CUENTAS DEL MISMO GRUPO ECONOMICO, CUYOS PRECIOS PROMEDIO NO *
      * DIFIEREN MAS QUE LA TOLERANCIA SOBRE EL PRIMERO.             *
      *--------------------------------------------------------------*
       5100-COMPARAR-CONTRAPARTE.
           IF WS-TX-CANTIDAD(WS-JDX) = 0
              OR WS-TX-NEMONICO(WS-JDX) NOT = WS-TX-NEMONICO(WS-IDX)
              OR WS-TX-COMVEN(WS-JDX) = WS-TX-COMVEN(WS-IDX)
              GO TO 5100-COMPARAR-CONTRAPARTE-EXIT
           END-IF
           EVALUATE TRUE
              WHEN WS-TX-CTAVALOR(WS-JDX) = WS-TX-CTAVALOR(WS-IDX)
                 MOVE 'MISMA CUENTA' TO WW-VINCULO
              WHEN WS-TX-COD-GRUPO(WS-IDX) NOT = SPACES
                 AND WS-TX-COD-GRUPO(WS-JDX) = WS-TX-COD-GRUPO(WS-IDX)
                 MOVE SPACES TO WW-VINCULO
                 STRING 'GRUPO ' WS-TX-COD-GRUPO(WS-IDX)
                    DELIMITED BY SIZE INTO WW-VINCULO
              WHEN OTHER
                 GO TO 5100-COMPARAR-CONTRAPARTE-EXIT
           END-EVALUATE
           COMPUTE WS-PRECIO-2 ROUNDED =
                   WS-TX-IMPORTE(WS-JDX) / WS-TX-CANTIDAD(WS-JDX)
           IF WS-PRECIO-2 > WS-PRECIO-1
              COMPUTE WS-DIF-PRECIO = WS-PRECIO-2 - WS-PRECIO-1
           ELSE
              COMPUTE WS-DIF-PRECIO = WS-PRECIO-1 - WS-PRECIO-2
           END-IF
           IF WS-DIF-PRECIO * 100 > WS-PRECIO-1 * WS-TOLERANCIA-PRECIO
              GO TO 5100-COMPARAR-CONTRAPARTE-EXIT
           END-IF
           MOVE WS-PRECIO-1             TO WW-PRECIO-1
           MOVE WS-PRECIO-2             TO WW-PRECIO-2
           MOVE 'W'                     TO VG-TIPO-CASO
           MOVE WS-TX-CTAVALOR(WS-IDX)  TO VG-CTAVALOR
           MOVE WS-TX-ORDEN(WS-IDX)     TO VG-ORDEN
           MOVE WS-TX-CTAVALOR(WS-JDX)  TO VG-CTAVALOR-REL
           MOVE WS-TX-ORDEN(WS-JDX)     TO VG-ORDEN-REL
           MOVE WS-TX-NEMONICO(WS-IDX)  TO VG-NEMONICO
           MOVE WS-DETALLE-WASH         TO VG-DETALLE
           PERFORM 6000-ABRIR-CASO
           ADD 1 TO WS-TOT-CASOS-W
           .
       5100-COMPARAR-CONTRAPARTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL LLAMADOR DEJA TIPO, CUENTAS, ORDENES, NEMONICO Y DETALLE  *
      * EN EL REGISTRO; AQUI SE NUMERA Y SE GRABA NUEVO.             *
      *--------------------------------------------------------------*
       6000-ABRIR-CASO.
           ADD 1 TO SEQ-ULTIMO-CASO
           MOVE SEQ-ULTIMO-CASO  TO VG-CASO
           MOVE WS-FECHA-SISTEMA TO VG-FECHA-ALERTA
           MOVE 'N'              TO VG-ESTADO
           MOVE SPACES           TO VG-DISPOSICION VG-COMENTARIO
                                    VG-USU-REVISION VG-USU-CIERRE
           MOVE 0                TO VG-FEC-REVISION VG-FEC-CIERRE
           WRITE VG-REGISTRO-CASO
              INVALID KEY
                 DISPLAY 'RSURVEIL - CASO DUPLICADO: ' VG-CASO
           END-WRITE
           .
       6000-ABRIR-CASO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           REWRITE SEQ-CONTROL-CASO
           CLOSE TRAZA-ORDEN NEG-BATCH ORDEN-ARCHIVO ORDEN-MAESTRO
                 MIEMBRO-GRUPO CASO-VIGILANCIA CORRELATIVO-CASO
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RSURVEIL'   TO BC-PROGRAMA
           MOVE WS-FECHA-SISTEMA TO BC-FECHA-PROCESO
           MOVE WS-TOT-CAPTURAS TO BC-REGISTROS
           MOVE 0            TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RSURVEIL - CAPTURAS DEL DIA    : ' WS-TOT-CAPTURAS
           DISPLAY 'RSURVEIL - ORDENES EJECUTADAS  : '
                   WS-TOT-EJECUCIONES
           DISPLAY 'RSURVEIL - EJEC. SIN ORDEN     : ' WS-TOT-SIN-ORDEN
           DISPLAY 'RSURVEIL - CASOS ADELANTAMIENTO: ' WS-TOT-CASOS-F
           DISPLAY 'RSURVEIL - CASOS WASH TRADE    : ' WS-TOT-CASOS-W
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

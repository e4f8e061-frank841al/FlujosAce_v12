       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RDEPIDEN.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  21/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 21/09/2026 JQ      ALTA. IDENTIFICACION Y ACREDITACION       *
      *                    AUTOMATICA DE LOS DEPOSITOS DE CLIENTES   *
      *                    DEL EXTRACTO BANCARIO (BNKSTMT), CON      *
      *                    LISTA DE FONDOS NO IDENTIFICADOS EN       *
      *                    SUSPENSO Y SU ANTIGUEDAD.                 *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * CORRE CADA MANANA SOBRE EL EXTRACTO BANCARIO DE LA CUENTA DE *
      * CLIENTES. POR CADA ABONO AUN NO TRATADO (DEPBANC, CLAVE      *
      * FECHA Y NUMERO DE OPERACION DEL BANCO; SIN NUMERO SE USA EL  *
      * NUMERO DE LINEA DEL EXTRACTO) IDENTIFICA LA CUENTA-VALOR:    *
      *   1. POR LA REFERENCIA DE PAGO, QUE EL CLIENTE DEBE LLENAR   *
      *      CON SU CUENTA-VALOR;                                    *
      *   2. SI NO, POR EL DOCUMENTO DEL ORDENANTE, CUANDO EL        *
      *      CLIENTE TIENE UNA SOLA CUENTA-VALOR EN EODCLI.          *
      * LA CUENTA IDENTIFICADA DEBE TENER CUENTA EFECTIVO EN LA      *
      * MONEDA DEL ABONO (EFECHK). EL DEPOSITO SE ACREDITA POR       *
      * CSOLEFE: ALTA DE LA SOLICITUD DE DEPOSITO (O LA QUE EL       *
      * CLIENTE YA HABIA AVISADO), APROBACION Y CONFIRMACION DE      *
      * ABONO, QUE CONTABILIZA EN EFEMAST VIA EFEPOST. LO QUE NO SE  *
      * IDENTIFICA, O CUYA ACREDITACION RECHAZA CSOLEFE, QUEDA EN    *
      * SUSPENSO CON SU MOTIVO PARA ASIGNACION EN LINEA (CDEPASIG).  *
      * AL FINAL SE LISTA TODO LO QUE SIGUE EN SUSPENSO CON SUS DIAS *
      * Y TOTALES POR TRAMO DE ANTIGUEDAD. LA CORRIDA SE REGISTRA EN *
      * RUNCTL VIA BCHCTL.                                           *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACTO-BANCO ASSIGN TO BNKSTMT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENTE-EXT ASSIGN TO EODCLI
               ORGANIZATION IS SEQUENTIAL.
           SELECT DEPOSITO-BANCO ASSIGN TO DEPBANC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-CLAVE
               FILE STATUS IS WS-DB-STATUS.
           SELECT SOLICITUD-EFECTIVO ASSIGN TO SOLEFE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-CLAVE
               FILE STATUS IS WS-SL-STATUS.
           SELECT REPORTE-SUSPENSO ASSIGN TO DEPSUSRP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACTO-BANCO
           RECORDING MODE IS F.
       COPY BNKSTMT.
       FD  CLIENTE-EXT
           RECORDING MODE IS F.
       COPY EODCLI.
       FD  DEPOSITO-BANCO
           RECORDING MODE IS F.
       COPY DEPBANC.
       FD  SOLICITUD-EFECTIVO
           RECORDING MODE IS F.
       COPY SOLEFE.
       FD  REPORTE-SUSPENSO
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-DB-STATUS                PIC X(02) VALUE '00'.
           88 WS-DB-OK                           VALUE '00'.
           88 WS-DB-FIN                          VALUE '10'.
           88 WS-DB-NO-ENCONTRADO                VALUE '23'.
       01  WS-SL-STATUS                PIC X(02) VALUE '00'.
           88 WS-SL-OK                           VALUE '00'.
           88 WS-SL-FIN                          VALUE '10'.
       77  WS-CTA-ACREDITAR            PIC X(20).
       77  WS-SOL-EXISTENTE            PIC 9(09) VALUE 0.
       77  WS-SW-APROBAR               PIC X(01) VALUE 'N'.
           88 WS-APROBAR-SOLICITUD               VALUE 'S'.
       77  WS-EOF-BANCO                PIC X(01) VALUE 'N'.
           88 WS-FIN-BANCO                       VALUE 'S'.
       77  WS-EOF-CLIENTE              PIC X(01) VALUE 'N'.
           88 WS-FIN-CLIENTE                     VALUE 'S'.
       77  WS-FECHA-PROCESO            PIC 9(08).
       77  WS-HORA-PROCESO             PIC 9(08).
       01  WS-FECHA-FORMATEADA.
           05 WS-FEC-ANIO              PIC 9(04).
           05 FILLER                   PIC X(01) VALUE '-'.
           05 WS-FEC-MES               PIC 9(02).
           05 FILLER                   PIC X(01) VALUE '-'.
           05 WS-FEC-DIA               PIC 9(02).
       77  WS-NUM-LINEA                PIC 9(07) COMP VALUE 0.
       01  WS-NUM-LINEA-OPER.
           05 FILLER                   PIC X(01) VALUE 'L'.
           05 WS-NLO-LINEA             PIC 9(07).
           05 FILLER                   PIC X(04) VALUE SPACES.
       77  WS-IDX                      PIC 9(05) COMP VALUE 0.
       77  WS-TOT-CLIENTES             PIC 9(05) COMP VALUE 0.
       77  WS-CANT-POR-DOC             PIC 9(05) COMP VALUE 0.
       77  WS-TOT-ABONOS               PIC 9(07) COMP VALUE 0.
       77  WS-TOT-YA-TRATADOS          PIC 9(07) COMP VALUE 0.
       77  WS-TOT-ACREDITADOS          PIC 9(07) COMP VALUE 0.
       77  WS-TOT-SUSPENSO-NUEVOS      PIC 9(07) COMP VALUE 0.
       77  WS-TOT-SUSPENSO             PIC 9(07) COMP VALUE 0.
       77  WS-DIAS-SUSPENSO            PIC S9(05) COMP-3 VALUE 0.
       77  WS-MOTIVO                   PIC X(30).
      *--------------------------------------------------------------*
      * CLIENTES DEL EXTRACTO EODCLI, PARA IDENTIFICAR POR           *
      * REFERENCIA (CUENTA-VALOR) O POR DOCUMENTO DEL ORDENANTE.     *
      *--------------------------------------------------------------*
       01  WS-CLIENTE-TABLA.
           05 WS-CLI OCCURS 5000 TIMES.
              10 WS-CLI-CTAVALOR       PIC  X(20).
              10 WS-CLI-TIPO-DOC       PIC  X(01).
              10 WS-CLI-NUME-DOC       PIC  X(20).
      *--------------------------------------------------------------*
      * TRAMOS DE ANTIGUEDAD DEL SUSPENSO: HASTA 3 DIAS, 4 A 7,      *
      * 8 A 30 Y MAS DE 30.                                          *
      *--------------------------------------------------------------*
       01  WS-TRAMO-VALORES.
           05 FILLER                   PIC X(20) VALUE
              'SUSPENSO 0 A 3 DIAS'.
           05 FILLER                   PIC X(20) VALUE
              'SUSPENSO 4 A 7 DIAS'.
           05 FILLER                   PIC X(20) VALUE
              'SUSPENSO 8 A 30 DIAS'.
           05 FILLER                   PIC X(20) VALUE
              'SUSPENSO MAS DE 30'.
       01  WS-TRAMO-TABLA REDEFINES WS-TRAMO-VALORES.
           05 WS-TRA-TITULO            PIC  X(20) OCCURS 4 TIMES.
       01  WS-TRAMO-TOTALES.
           05 WS-TRAMO-TOT OCCURS 4 TIMES.
              10 WS-TRA-CANTIDAD       PIC  9(07) COMP.
              10 WS-TRA-IMPORTE        PIC S9(15)V9(02) COMP-3.
       77  WS-IDX-TRAMO                PIC 9(02) COMP VALUE 0.
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(40) VALUE
              'FONDOS NO IDENTIFICADOS EN SUSPENSO'.
           05 FILLER                   PIC X(08) VALUE 'FECHA : '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(76) VALUE SPACES.
       01  WS-LINEA-CABECERA.
           05 FILLER                   PIC X(45) VALUE
              'FECHA    OPERACION    REFERENCIA           T '.
           05 FILLER                   PIC X(45) VALUE
              'DOC.ORDENANTE        MON          IMPORTE  '.
           05 FILLER                   PIC X(42) VALUE
              '  DIAS MOTIVO'.
       01  WS-LINEA-DETALLE.
           05 WD-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-OPERACION             PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-REFERENCIA            PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-TIPO-DOC              PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-NUME-DOC              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-MONEDA                PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-IMPORTE               PIC Z(12)9.99-.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-DIAS                  PIC ZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-MOTIVO                PIC X(30).
           05 FILLER                   PIC X(08) VALUE SPACES.
       01  WS-LINEA-TOTAL.
           05 WL-TITULO                PIC X(30).
           05 FILLER                   PIC X(03) VALUE ' : '.
           05 WL-CANTIDAD              PIC Z(06)9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WL-IMPORTE               PIC Z(14)9.99-.
           05 FILLER                   PIC X(71) VALUE SPACES.
       COPY EFECHKP.
       COPY SOLEFP.
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESAR-LINEA
              UNTIL WS-FIN-BANCO
           PERFORM 5000-REPORTAR-SUSPENSO
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-PROCESO FROM TIME
           MOVE WS-FECHA-PROCESO(1:4) TO WS-FEC-ANIO
           MOVE WS-FECHA-PROCESO(5:2) TO WS-FEC-MES
           MOVE WS-FECHA-PROCESO(7:2) TO WS-FEC-DIA
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RDEPIDEN'   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RDEPIDEN - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1100-CARGAR-CLIENTES
           OPEN INPUT EXTRACTO-BANCO
           OPEN I-O DEPOSITO-BANCO
           OPEN OUTPUT REPORTE-SUSPENSO
           READ EXTRACTO-BANCO
              AT END MOVE 'S' TO WS-EOF-BANCO
           END-READ
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1100-CARGAR-CLIENTES.
           OPEN INPUT CLIENTE-EXT
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           PERFORM 1110-CARGAR-CLIENTE
              UNTIL WS-FIN-CLIENTE
           CLOSE CLIENTE-EXT
           .
       1100-CARGAR-CLIENTES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1110-CARGAR-CLIENTE.
           IF WS-TOT-CLIENTES < 5000
              ADD 1 TO WS-TOT-CLIENTES
              MOVE EC-CTAVALOR TO WS-CLI-CTAVALOR(WS-TOT-CLIENTES)
              MOVE EC-TIPO-DOC TO WS-CLI-TIPO-DOC(WS-TOT-CLIENTES)
              MOVE EC-NUME-DOC TO WS-CLI-NUME-DOC(WS-TOT-CLIENTES)
           ELSE
              DISPLAY 'RDEPIDEN - TABLA DE CLIENTES LLENA, CUENTA '
                      EC-CTAVALOR ' NO CARGADA'
              MOVE 4 TO RETURN-CODE
           END-IF
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           .
       1110-CARGAR-CLIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-PROCESAR-LINEA.
           ADD 1 TO WS-NUM-LINEA
           IF BK-ES-MOVIMIENTO
              AND BK-CARGO-ABONO = 'A'
              PERFORM 2100-TRATAR-ABONO THRU 2100-TRATAR-ABONO-EXIT
           END-IF
           READ EXTRACTO-BANCO
              AT END MOVE 'S' TO WS-EOF-BANCO
           END-READ
           .
       2000-PROCESAR-LINEA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-TRATAR-ABONO.
           ADD 1 TO WS-TOT-ABONOS
           MOVE BK-FECHA TO DB-FECHA
           IF BK-NUM-OPERACION = SPACES
              MOVE WS-NUM-LINEA      TO WS-NLO-LINEA
              MOVE WS-NUM-LINEA-OPER TO DB-NUM-OPERACION
           ELSE
              MOVE BK-NUM-OPERACION  TO DB-NUM-OPERACION
           END-IF
           MOVE '00' TO WS-DB-STATUS
           READ DEPOSITO-BANCO
              INVALID KEY MOVE '23' TO WS-DB-STATUS
           END-READ
           IF WS-DB-OK
              ADD 1 TO WS-TOT-YA-TRATADOS
              GO TO 2100-TRATAR-ABONO-EXIT
           END-IF
           MOVE BK-REFERENCIA         TO DB-REFERENCIA
           MOVE BK-TIPO-DOC-ORDENANTE TO DB-TIPO-DOC-ORDENANTE
           MOVE BK-NUME-DOC-ORDENANTE TO DB-NUME-DOC-ORDENANTE
           MOVE BK-NOMBRE-ORDENANTE   TO DB-NOMBRE-ORDENANTE
           MOVE BK-MONEDA             TO DB-MONEDA
           MOVE BK-IMPORTE            TO DB-IMPORTE
           MOVE SPACES                TO DB-CTAVALOR
           MOVE 0                     TO DB-SOLICITUD
           MOVE 0                     TO SOL-SOLICITUD
           MOVE 0                     TO DB-FEC-ASIGNACION
           MOVE SPACES                TO DB-USU-ASIGNACION
           PERFORM 2200-IDENTIFICAR-CUENTA
              THRU 2200-IDENTIFICAR-CUENTA-EXIT
           IF WS-MOTIVO = SPACES
              PERFORM 2300-VERIFICAR-EFECTIVO
           END-IF
           IF WS-MOTIVO = SPACES
              PERFORM 7000-ACREDITAR-DEPOSITO
                 THRU 7000-ACREDITAR-DEPOSITO-EXIT
              IF SOL-COD-RETORNO = '00'
                 MOVE SOL-SOLICITUD TO DB-SOLICITUD
              ELSE
                 MOVE 'RECHAZO CSOLEFE'   TO WS-MOTIVO
                 MOVE SOL-COD-ERROR-DEV   TO WS-MOTIVO(17:7)
                 MOVE WS-CTA-ACREDITAR    TO DB-CTAVALOR
                 MOVE SOL-SOLICITUD       TO DB-SOLICITUD
              END-IF
           END-IF
           IF WS-MOTIVO = SPACES
              MOVE 'I'              TO DB-ESTADO
              MOVE SPACES           TO DB-MOTIVO
              MOVE WS-CTA-ACREDITAR TO DB-CTAVALOR
              MOVE WS-FECHA-PROCESO TO DB-FEC-ASIGNACION
              MOVE 'RDEPIDE'        TO DB-USU-ASIGNACION
              ADD 1 TO WS-TOT-ACREDITADOS
           ELSE
              MOVE 'S'              TO DB-ESTADO
              MOVE WS-MOTIVO        TO DB-MOTIVO
              ADD 1 TO WS-TOT-SUSPENSO-NUEVOS
           END-IF
           WRITE DB-REGISTRO-DEPOSITO
           .
       2100-TRATAR-ABONO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * PRIMERO POR REFERENCIA (LA CUENTA-VALOR DEL CLIENTE); SI NO  *
      * CALZA, POR EL DOCUMENTO DEL ORDENANTE, SOLO CUANDO ESE       *
      * DOCUMENTO TIENE UNA UNICA CUENTA-VALOR: CON VARIAS NO SE     *
      * ADIVINA.                                                     *
      *--------------------------------------------------------------*
       2200-IDENTIFICAR-CUENTA.
           MOVE SPACES TO WS-MOTIVO
           MOVE SPACES TO WS-CTA-ACREDITAR
           IF BK-REFERENCIA NOT = SPACES
              PERFORM 2210-BUSCAR-REFERENCIA
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-TOT-CLIENTES
                    OR WS-CTA-ACREDITAR NOT = SPACES
           END-IF
           IF WS-CTA-ACREDITAR NOT = SPACES
              GO TO 2200-IDENTIFICAR-CUENTA-EXIT
           END-IF
           IF BK-NUME-DOC-ORDENANTE = SPACES
              MOVE 'SIN REFERENCIA NI DOCUMENTO' TO WS-MOTIVO
              GO TO 2200-IDENTIFICAR-CUENTA-EXIT
           END-IF
           MOVE 0 TO WS-CANT-POR-DOC
           PERFORM 2220-BUSCAR-DOCUMENTO
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-CLIENTES
           EVALUATE WS-CANT-POR-DOC
              WHEN 0
                 MOVE 'ORDENANTE NO ES CLIENTE'     TO WS-MOTIVO
              WHEN 1
                 CONTINUE
              WHEN OTHER
                 MOVE SPACES                        TO WS-CTA-ACREDITAR
                 MOVE 'ORDENANTE CON VARIAS CUENTAS' TO WS-MOTIVO
           END-EVALUATE
           .
       2200-IDENTIFICAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2210-BUSCAR-REFERENCIA.
           IF WS-CLI-CTAVALOR(WS-IDX) = BK-REFERENCIA
              MOVE WS-CLI-CTAVALOR(WS-IDX) TO WS-CTA-ACREDITAR
           END-IF
           .
       2210-BUSCAR-REFERENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2220-BUSCAR-DOCUMENTO.
           IF WS-CLI-TIPO-DOC(WS-IDX) = BK-TIPO-DOC-ORDENANTE
              AND WS-CLI-NUME-DOC(WS-IDX) = BK-NUME-DOC-ORDENANTE
              ADD 1 TO WS-CANT-POR-DOC
              MOVE WS-CLI-CTAVALOR(WS-IDX) TO WS-CTA-ACREDITAR
           END-IF
           .
       2220-BUSCAR-DOCUMENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2300-VERIFICAR-EFECTIVO.
           MOVE WS-CTA-ACREDITAR TO EFC-CTA-VALOR
           MOVE BK-MONEDA        TO EFC-MONEDA
           MOVE 0                TO EFC-MTO-REQUERIDO
           CALL 'EFECHK' USING EFC-PARAMETROS
           IF EFC-SIN-CUENTA-EFECTIVO
              MOVE 'SIN CUENTA EFECTIVO EN MONEDA' TO WS-MOTIVO
           END-IF
           .
       2300-VERIFICAR-EFECTIVO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7000-ACREDITAR-DEPOSITO.
           MOVE 0   TO WS-SOL-EXISTENTE
           MOVE 'N' TO WS-SW-APROBAR
           PERFORM 7100-BUSCAR-AVISO-PREVIO
           MOVE WS-CTA-ACREDITAR    TO SOL-CTA-VALOR
           MOVE 'D'                 TO SOL-TIPO
           MOVE DB-MONEDA           TO SOL-MONEDA
           MOVE DB-IMPORTE          TO SOL-IMPORTE
           MOVE SPACES              TO SOL-BANCO-DESTINO
           MOVE SPACES              TO SOL-CTA-BANCARIA
           MOVE WS-FECHA-FORMATEADA TO SOL-FECHA
           MOVE WS-HORA-PROCESO     TO SOL-HORA
           MOVE 'RDEPIDE'           TO SOL-USUARIO
           MOVE SPACES              TO SOL-FIRMA SOL-CANAL
           IF WS-SOL-EXISTENTE > 0
              MOVE WS-SOL-EXISTENTE TO SOL-SOLICITUD
           ELSE
              MOVE 0   TO SOL-SOLICITUD
              MOVE 'A' TO SOL-FUNCION
              CALL 'CSOLEFE' USING SOL-PARAMETROS
              IF SOL-COD-RETORNO NOT = '00'
                 GO TO 7000-ACREDITAR-DEPOSITO-EXIT
              END-IF
              MOVE 'S' TO WS-SW-APROBAR
           END-IF
           IF WS-APROBAR-SOLICITUD
              MOVE 'P' TO SOL-FUNCION
              CALL 'CSOLEFE' USING SOL-PARAMETROS
              IF SOL-COD-RETORNO NOT = '00'
                 GO TO 7000-ACREDITAR-DEPOSITO-EXIT
              END-IF
           END-IF
           MOVE 'B' TO SOL-FUNCION
           CALL 'CSOLEFE' USING SOL-PARAMETROS
           .
       7000-ACREDITAR-DEPOSITO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * SI EL CLIENTE YA AVISO EL DEPOSITO (SOLICITUD DE DEPOSITO    *
      * SOLICITADA O APROBADA DE LA MISMA CUENTA, MONEDA E IMPORTE)  *
      * SE CONFIRMA ESA SOLICITUD EN LUGAR DE CREAR OTRA.            *
      *--------------------------------------------------------------*
       7100-BUSCAR-AVISO-PREVIO.
           MOVE '00'             TO WS-SL-STATUS
           OPEN INPUT SOLICITUD-EFECTIVO
           MOVE WS-CTA-ACREDITAR TO SL-CTAVALOR
           MOVE 0                TO SL-SOLICITUD
           START SOLICITUD-EFECTIVO KEY IS NOT LESS THAN SL-CLAVE
              INVALID KEY MOVE '10' TO WS-SL-STATUS
           END-START
           IF WS-SL-OK
              READ SOLICITUD-EFECTIVO NEXT RECORD
                 AT END MOVE '10' TO WS-SL-STATUS
              END-READ
           END-IF
           PERFORM 7110-EVALUAR-AVISO
              UNTIL WS-SL-FIN
                 OR SL-CTAVALOR NOT = WS-CTA-ACREDITAR
                 OR WS-SOL-EXISTENTE > 0
           CLOSE SOLICITUD-EFECTIVO
           .
       7100-BUSCAR-AVISO-PREVIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7110-EVALUAR-AVISO.
           IF SL-ES-DEPOSITO
              AND (SL-SOLICITADA OR SL-APROBADA)
              AND SL-MONEDA  = DB-MONEDA
              AND SL-IMPORTE = DB-IMPORTE
              MOVE SL-SOLICITUD TO WS-SOL-EXISTENTE
              IF SL-SOLICITADA
                 MOVE 'S' TO WS-SW-APROBAR
              END-IF
           ELSE
              READ SOLICITUD-EFECTIVO NEXT RECORD
                 AT END MOVE '10' TO WS-SL-STATUS
              END-READ
           END-IF
           .
       7110-EVALUAR-AVISO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LISTA TODO ABONO QUE SIGUE EN SUSPENSO, DE ESTA CORRIDA O DE *
      * ANTERIORES, CON SUS DIAS DESDE LA FECHA DEL BANCO, Y         *
      * TOTALIZA POR TRAMO DE ANTIGUEDAD.                            *
      *--------------------------------------------------------------*
       5000-REPORTAR-SUSPENSO.
           MOVE WS-FECHA-PROCESO TO WT-FECHA
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           WRITE REPORTE-REC FROM WS-LINEA-CABECERA
           INITIALIZE WS-TRAMO-TOTALES
           MOVE '00'       TO WS-DB-STATUS
           MOVE LOW-VALUES TO DB-CLAVE
           START DEPOSITO-BANCO KEY IS NOT LESS THAN DB-CLAVE
              INVALID KEY MOVE '10' TO WS-DB-STATUS
           END-START
           IF WS-DB-OK
              READ DEPOSITO-BANCO NEXT RECORD
                 AT END MOVE '10' TO WS-DB-STATUS
              END-READ
           END-IF
           PERFORM 5100-LISTAR-SUSPENSO
              UNTIL WS-DB-FIN
           PERFORM 5200-ESCRIBIR-TRAMO
              VARYING WS-IDX-TRAMO FROM 1 BY 1
              UNTIL WS-IDX-TRAMO > 4
           MOVE 'TOTAL EN SUSPENSO'   TO WL-TITULO
           MOVE WS-TOT-SUSPENSO       TO WL-CANTIDAD
           MOVE 0                     TO WL-IMPORTE
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           .
       5000-REPORTAR-SUSPENSO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5100-LISTAR-SUSPENSO.
           IF DB-EN-SUSPENSO
              ADD 1 TO WS-TOT-SUSPENSO
              COMPUTE WS-DIAS-SUSPENSO =
                 FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
               - FUNCTION INTEGER-OF-DATE(DB-FECHA)
              MOVE DB-FECHA              TO WD-FECHA
              MOVE DB-NUM-OPERACION      TO WD-OPERACION
              MOVE DB-REFERENCIA         TO WD-REFERENCIA
              MOVE DB-TIPO-DOC-ORDENANTE TO WD-TIPO-DOC
              MOVE DB-NUME-DOC-ORDENANTE TO WD-NUME-DOC
              MOVE DB-MONEDA             TO WD-MONEDA
              MOVE DB-IMPORTE            TO WD-IMPORTE
              MOVE WS-DIAS-SUSPENSO      TO WD-DIAS
              MOVE DB-MOTIVO             TO WD-MOTIVO
              WRITE REPORTE-REC FROM WS-LINEA-DETALLE
              PERFORM 5110-UBICAR-TRAMO
              ADD 1          TO WS-TRA-CANTIDAD(WS-IDX-TRAMO)
              ADD DB-IMPORTE TO WS-TRA-IMPORTE(WS-IDX-TRAMO)
           END-IF
           READ DEPOSITO-BANCO NEXT RECORD
              AT END MOVE '10' TO WS-DB-STATUS
           END-READ
           .
       5100-LISTAR-SUSPENSO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5110-UBICAR-TRAMO.
           EVALUATE TRUE
              WHEN WS-DIAS-SUSPENSO <= 3
                 MOVE 1 TO WS-IDX-TRAMO
              WHEN WS-DIAS-SUSPENSO <= 7
                 MOVE 2 TO WS-IDX-TRAMO
              WHEN WS-DIAS-SUSPENSO <= 30
                 MOVE 3 TO WS-IDX-TRAMO
              WHEN OTHER
                 MOVE 4 TO WS-IDX-TRAMO
           END-EVALUATE
           .
       5110-UBICAR-TRAMO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5200-ESCRIBIR-TRAMO.
           MOVE WS-TRA-TITULO(WS-IDX-TRAMO)   TO WL-TITULO
           MOVE WS-TRA-CANTIDAD(WS-IDX-TRAMO) TO WL-CANTIDAD
           MOVE WS-TRA-IMPORTE(WS-IDX-TRAMO)  TO WL-IMPORTE
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           .
       5200-ESCRIBIR-TRAMO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE EXTRACTO-BANCO DEPOSITO-BANCO REPORTE-SUSPENSO
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RDEPIDEN'   TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-ACREDITADOS TO BC-REGISTROS
           MOVE 0            TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RDEPIDEN - ABONOS DEL EXTRACTO    : '
                   WS-TOT-ABONOS
           DISPLAY 'RDEPIDEN - YA TRATADOS (OMITIDOS) : '
                   WS-TOT-YA-TRATADOS
           DISPLAY 'RDEPIDEN - ACREDITADOS            : '
                   WS-TOT-ACREDITADOS
           DISPLAY 'RDEPIDEN - NUEVOS EN SUSPENSO     : '
                   WS-TOT-SUSPENSO-NUEVOS
           DISPLAY 'RDEPIDEN - TOTAL EN SUSPENSO      : '
                   WS-TOT-SUSPENSO
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

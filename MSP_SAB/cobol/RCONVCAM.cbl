       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RCONVCAM.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  21/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 21/09/2026 JQ      ALTA. CAMPANA DE NUEVA FIRMA DE CONVENIOS *
      *                    MARCO DE PRODUCTO: LISTA LAS CUENTAS CUYO *
      *                    CONVENIO VIGENTE ES DE UNA VERSION        *
      *                    ANTERIOR A LA PUBLICADA EN PARMMAST.      *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LA TARJETA OPCIONAL CONVCARD TRAE LA FECHA A EVALUAR         *
      * (AAAAMMDD, NORMALMENTE LA FECHA EN QUE RIGE LA NUEVA VERSION *
      * DEL CONTRATO) Y, SI SE QUIERE, UN SOLO PRODUCTO; SIN ELLA SE *
      * EVALUA LA FECHA DE PROCESO PARA TODOS LOS PRODUCTOS. LA      *
      * VERSION EXIGIDA DE CADA PRODUCTO ES LA DE CONV-VER-XXX EN    *
      * PARMMAST A ESA FECHA (LA MISMA REGLA DE LA GUARDA CONVCHK).  *
      * SE RECORRE CONVFIRM Y SE LISTA CADA CONVENIO VIGENTE FIRMADO *
      * EN UNA VERSION MENOR, CON EL NOMBRE DEL CLIENTE DE EODCLI,   *
      * PARA QUE COMERCIAL GESTIONE LA NUEVA FIRMA ANTES DE QUE LA   *
      * GUARDA EMPIECE A RECHAZAR SUS OPERACIONES. LA CORRIDA SE     *
      * REGISTRA EN RUNCTL VIA BCHCTL.                               *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TARJETA-CAMPANA ASSIGN TO CONVCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONVENIO-FIRMADO ASSIGN TO CONVFIRM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CLAVE
               FILE STATUS IS WS-CF-STATUS.
           SELECT CLIENTE-EXT ASSIGN TO EODCLI
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-CAMPANA ASSIGN TO CONVRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TARJETA-CAMPANA
           RECORDING MODE IS F.
       01  TK-REGISTRO-TARJETA.
           05 TK-FECHA                 PIC 9(08).
           05 TK-PRODUCTO              PIC X(03).
           05 FILLER                   PIC X(69).
       FD  CONVENIO-FIRMADO
           RECORDING MODE IS F.
       COPY CONVFIRM.
       FD  CLIENTE-EXT
           RECORDING MODE IS F.
       COPY EODCLI.
       FD  REPORTE-CAMPANA
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       COPY PARMCHKP.
       01  WS-CF-STATUS                PIC X(02) VALUE '00'.
           88 WS-CF-OK                           VALUE '00'.
           88 WS-CF-FIN                          VALUE '10'.
       77  WS-EOF-TARJETA              PIC X(01) VALUE 'N'.
           88 WS-FIN-TARJETA                     VALUE 'S'.
       77  WS-EOF-CLIENTE              PIC X(01) VALUE 'N'.
           88 WS-FIN-CLIENTE                     VALUE 'S'.
       77  WS-FECHA-PROCESO            PIC 9(08).
       77  WS-FECHA-EVALUACION         PIC 9(08).
       77  WS-PRODUCTO-PEDIDO          PIC X(03) VALUE SPACES.
       77  WS-TOT-CLIENTES             PIC 9(05) COMP VALUE 0.
       77  WS-TOT-CONVENIOS            PIC 9(07) COMP VALUE 0.
       77  WS-TOT-PENDIENTES           PIC 9(07) COMP VALUE 0.
       77  WS-IDX                      PIC 9(05) COMP VALUE 0.
       77  WS-IX-PRD                   PIC 9(02) COMP VALUE 0.
       77  WS-POS-PRODUCTO             PIC 9(02) COMP VALUE 0.
       77  WS-POS-CLIENTE              PIC 9(05) COMP VALUE 0.
       01  WS-COD-VERSION.
           05 FILLER                   PIC X(09) VALUE 'CONV-VER-'.
           05 WS-COD-VER-PRODUCTO      PIC X(03).
      *--------------------------------------------------------------*
      * PRODUCTOS CON CONVENIO MARCO (MISMOS CODIGOS QUE CONVFIRM).  *
      *--------------------------------------------------------------*
       01  WS-PRODUCTOS-VALORES.
           05 FILLER                   PIC X(23) VALUE
              'REPREPORTE'.
           05 FILLER                   PIC X(23) VALUE
              'CRBCREDITO BURSATIL'.
           05 FILLER                   PIC X(23) VALUE
              'PRVPRESTAMO DE VALORES'.
           05 FILLER                   PIC X(23) VALUE
              'MILMILA'.
           05 FILLER                   PIC X(23) VALUE
              'FMUFONDOS MUTUOS'.
           05 FILLER                   PIC X(23) VALUE
              'FXDCAMBIO DE MONEDA'.
       01  WS-PRODUCTOS-TABLA REDEFINES WS-PRODUCTOS-VALORES.
           05 WS-PRD OCCURS 6 TIMES.
              10 WS-PRD-CODIGO         PIC  X(03).
              10 WS-PRD-DESCRIPCION    PIC  X(20).
       01  WS-VERSIONES-TABLA.
           05 WS-VER OCCURS 6 TIMES.
              10 WS-VER-VIGENTE        PIC  9(03).
              10 WS-VER-FEC-VIGENCIA   PIC  9(08).
              10 WS-VER-PENDIENTES     PIC  9(07) COMP.
       01  WS-CLIENTE-TABLA.
           05 WS-CLI OCCURS 5000 TIMES.
              10 WS-CLI-CTAVALOR       PIC  X(20).
              10 WS-CLI-NOMBRE         PIC  X(80).
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(44) VALUE
              'CONVENIOS MARCO A VOLVER A FIRMAR'.
           05 FILLER                   PIC X(14) VALUE
              'EVALUADO AL : '.
           05 WT-FECHA-EVALUACION      PIC 9(08).
           05 FILLER                   PIC X(14) VALUE
              '  PROCESO : '.
           05 WT-FECHA-PROCESO         PIC 9(08).
           05 FILLER                   PIC X(44) VALUE SPACES.
       01  WS-LINEA-CABECERA.
           05 FILLER                   PIC X(46) VALUE
              'CUENTA-VALOR         PRODUCTO             VER'.
           05 FILLER                   PIC X(46) VALUE
              'FIRMA    VIG RIGE       CLIENTE'.
           05 FILLER                   PIC X(40) VALUE SPACES.
       01  WS-LINEA-DETALLE.
           05 WD-CTAVALOR              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-PRODUCTO              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-VERSION-FIRMADA       PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-FEC-FIRMA             PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-VERSION-VIGENTE       PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-FEC-VIGENCIA          PIC 9(08).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WD-CLIENTE               PIC X(62).
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
           PERFORM 2000-EVALUAR-CONVENIO
              UNTIL WS-CF-FIN
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RCONVCAM'   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RCONVCAM - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-FECHA-PROCESO TO WS-FECHA-EVALUACION
           OPEN INPUT TARJETA-CAMPANA
           READ TARJETA-CAMPANA
              AT END MOVE 'S' TO WS-EOF-TARJETA
           END-READ
           IF NOT WS-FIN-TARJETA
              IF TK-FECHA NUMERIC
                 AND TK-FECHA > 0
                 MOVE TK-FECHA TO WS-FECHA-EVALUACION
              END-IF
              MOVE TK-PRODUCTO TO WS-PRODUCTO-PEDIDO
           END-IF
           CLOSE TARJETA-CAMPANA
           PERFORM 1100-VERSION-PRODUCTO
              VARYING WS-IX-PRD FROM 1 BY 1
              UNTIL WS-IX-PRD > 6
           PERFORM 1200-CARGAR-CLIENTES
           OPEN INPUT  CONVENIO-FIRMADO
           OPEN OUTPUT REPORTE-CAMPANA
           MOVE WS-FECHA-EVALUACION TO WT-FECHA-EVALUACION
           MOVE WS-FECHA-PROCESO    TO WT-FECHA-PROCESO
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           WRITE REPORTE-REC FROM WS-LINEA-CABECERA
           MOVE LOW-VALUES TO CF-CLAVE
           START CONVENIO-FIRMADO KEY IS NOT LESS THAN CF-CLAVE
              INVALID KEY MOVE '10' TO WS-CF-STATUS
           END-START
           IF WS-CF-OK
              READ CONVENIO-FIRMADO NEXT RECORD
                 AT END MOVE '10' TO WS-CF-STATUS
              END-READ
           END-IF
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1100-VERSION-PRODUCTO.
           MOVE 1 TO WS-VER-VIGENTE(WS-IX-PRD)
           MOVE 0 TO WS-VER-FEC-VIGENCIA(WS-IX-PRD)
           MOVE 0 TO WS-VER-PENDIENTES(WS-IX-PRD)
           MOVE WS-PRD-CODIGO(WS-IX-PRD) TO WS-COD-VER-PRODUCTO
           MOVE WS-COD-VERSION           TO PMC-COD-PARAMETRO
           MOVE WS-FECHA-EVALUACION      TO PMC-FECHA
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR        TO WS-VER-VIGENTE(WS-IX-PRD)
              MOVE PMC-FEC-VIGENCIA TO WS-VER-FEC-VIGENCIA(WS-IX-PRD)
           END-IF
           .
       1100-VERSION-PRODUCTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1200-CARGAR-CLIENTES.
           OPEN INPUT CLIENTE-EXT
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           PERFORM 1210-CARGAR-CLIENTE
              UNTIL WS-FIN-CLIENTE
           CLOSE CLIENTE-EXT
           .
       1200-CARGAR-CLIENTES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1210-CARGAR-CLIENTE.
           IF WS-TOT-CLIENTES < 5000
              ADD 1 TO WS-TOT-CLIENTES
              MOVE EC-CTAVALOR TO WS-CLI-CTAVALOR(WS-TOT-CLIENTES)
              MOVE EC-CLIENTE  TO WS-CLI-NOMBRE(WS-TOT-CLIENTES)
           ELSE
              DISPLAY 'RCONVCAM - TABLA DE CLIENTES LLENA, CUENTA '
                      EC-CTAVALOR ' NO CARGADA'
              MOVE 4 TO RETURN-CODE
           END-IF
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           .
       1210-CARGAR-CLIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-EVALUAR-CONVENIO.
           ADD 1 TO WS-TOT-CONVENIOS
           IF CF-VIGENTE
              AND (WS-PRODUCTO-PEDIDO = SPACES
                   OR WS-PRODUCTO-PEDIDO = CF-PRODUCTO)
              MOVE 0 TO WS-POS-PRODUCTO
              PERFORM 2100-UBICAR-PRODUCTO
                 VARYING WS-IX-PRD FROM 1 BY 1
                 UNTIL WS-IX-PRD > 6
                    OR WS-POS-PRODUCTO > 0
              IF WS-POS-PRODUCTO > 0
                 AND CF-VERSION < WS-VER-VIGENTE(WS-POS-PRODUCTO)
                 PERFORM 2200-LISTAR-PENDIENTE
              END-IF
           END-IF
           READ CONVENIO-FIRMADO NEXT RECORD
              AT END MOVE '10' TO WS-CF-STATUS
           END-READ
           .
       2000-EVALUAR-CONVENIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-UBICAR-PRODUCTO.
           IF WS-PRD-CODIGO(WS-IX-PRD) = CF-PRODUCTO
              MOVE WS-IX-PRD TO WS-POS-PRODUCTO
           END-IF
           .
       2100-UBICAR-PRODUCTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2200-LISTAR-PENDIENTE.
           ADD 1 TO WS-TOT-PENDIENTES
           ADD 1 TO WS-VER-PENDIENTES(WS-POS-PRODUCTO)
           MOVE 0 TO WS-POS-CLIENTE
           PERFORM 2210-UBICAR-CLIENTE
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-CLIENTES
                 OR WS-POS-CLIENTE > 0
           MOVE CF-CTAVALOR TO WD-CTAVALOR
           MOVE WS-PRD-DESCRIPCION(WS-POS-PRODUCTO) TO WD-PRODUCTO
           MOVE CF-VERSION   TO WD-VERSION-FIRMADA
           MOVE CF-FEC-FIRMA TO WD-FEC-FIRMA
           MOVE WS-VER-VIGENTE(WS-POS-PRODUCTO)
             TO WD-VERSION-VIGENTE
           MOVE WS-VER-FEC-VIGENCIA(WS-POS-PRODUCTO)
             TO WD-FEC-VIGENCIA
           IF WS-POS-CLIENTE > 0
              MOVE WS-CLI-NOMBRE(WS-POS-CLIENTE) TO WD-CLIENTE
           ELSE
              MOVE 'CUENTA NO FIGURA EN EODCLI' TO WD-CLIENTE
           END-IF
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           .
       2200-LISTAR-PENDIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2210-UBICAR-CLIENTE.
           IF WS-CLI-CTAVALOR(WS-IDX) = CF-CTAVALOR
              MOVE WS-IDX TO WS-POS-CLIENTE
           END-IF
           .
       2210-UBICAR-CLIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-ESCRIBIR-TOTAL-PRODUCTO.
           MOVE SPACES TO WL-TITULO
           STRING 'PENDIENTES ' DELIMITED BY SIZE
                  WS-PRD-DESCRIPCION(WS-IX-PRD) DELIMITED BY '  '
                  INTO WL-TITULO
           END-STRING
           MOVE WS-VER-PENDIENTES(WS-IX-PRD) TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           .
       3000-ESCRIBIR-TOTAL-PRODUCTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           PERFORM 3000-ESCRIBIR-TOTAL-PRODUCTO
              VARYING WS-IX-PRD FROM 1 BY 1
              UNTIL WS-IX-PRD > 6
           MOVE 'TOTAL CONVENIOS A VOLVER A FIRMAR' TO WL-TITULO
           MOVE WS-TOT-PENDIENTES TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           CLOSE CONVENIO-FIRMADO REPORTE-CAMPANA
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RCONVCAM'   TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-PENDIENTES TO BC-REGISTROS
           MOVE 0            TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RCONVCAM - FECHA EVALUADA     : '
                   WS-FECHA-EVALUACION
           DISPLAY 'RCONVCAM - CONVENIOS LEIDOS   : ' WS-TOT-CONVENIOS
           DISPLAY 'RCONVCAM - A VOLVER A FIRMAR  : '
                   WS-TOT-PENDIENTES
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

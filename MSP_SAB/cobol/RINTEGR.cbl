       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RINTEGR.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  05/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 05/10/2026 JQ      ALTA. BARRIDO SEMANAL DE INTEGRIDAD       *
      *                    REFERENCIAL ENTRE MAESTROS: CUENTAS-VALOR *
      *                    DE CARTMAST/EFEMAST SIN IDENTIDAD, PERFIL *
      *                    DE RIESGO, KYC, AUTOCERTIFICACION FISCAL  *
      *                    O ASESOR, Y NEMONICOS EN CARTERA SIN      *
      *                    NEMOMAST, NEGSTAT, CRONOGRAMA O CLASE DE  *
      *                    HAIRCUT, POR CATEGORIA Y RESPONSABLE, CON *
      *                    VARIACION CONTRA LA CORRIDA ANTERIOR.     *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * ARMA EL UNIVERSO DE CUENTAS-VALOR CON SALDO EN EFEMAST O     *
      * POSICION EN CARTMAST, Y EL DE NEMONICOS CON SALDO CONTABLE   *
      * EN CARTMAST. CADA CUENTA SE CRUZA CONTRA EL EXTRACTO EODCLI  *
      * (DOCUMENTO DEL TITULAR) Y CLICONT (IDENTIDAD), RISKMAST,     *
      * KYCDOC, TAXRES (POR DOCUMENTO) Y CTAASES; CADA NEMONICO      *
      * CONTRA NEMOMAST, NEGSTAT, CUPNSCHD (SOLO RENTA FIJA) Y LA    *
      * CLASE DE HAIRCUT DE HCUTMAST (HCUTCHK). LO QUE FALTA QUEDA   *
      * MARCADO EN LA TABLA Y EL REPORTE (DD INTEGRPT) LO LISTA POR  *
      * CATEGORIA CON EL AREA RESPONSABLE DE REGULARIZARLO Y, EN LAS *
      * CUENTAS, EL ASESOR. EL RESUMEN FINAL DA POR CATEGORIA Y POR  *
      * AREA LA CANTIDAD ACTUAL, LA DE LA CORRIDA ANTERIOR (INTEGANT)*
      * Y LA VARIACION; LOS CONTEOS DE ESTA CORRIDA SALEN EN         *
      * INTEGNUE PARA LA PROXIMA. UNA TABLA LLENA SE AVISA CON       *
      * RETORNO 4. LA CORRIDA SE REGISTRA EN RUNCTL VIA BCHCTL.      *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTERA-MAESTRO ASSIGN TO CARTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CLAVE
               FILE STATUS IS WS-CM-STATUS.
           SELECT EFECTIVO-MAESTRO ASSIGN TO EFEMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EF-CLAVE
               FILE STATUS IS WS-EF-STATUS.
           SELECT CLIENTE-EXT ASSIGN TO EODCLI
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTACTO-CLIENTE ASSIGN TO CLICONT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RIESGO-MAESTRO ASSIGN TO RISKMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RK-CTA-VALOR
               FILE STATUS IS WS-RK-STATUS.
           SELECT INVENTARIO-KYC ASSIGN TO KYCDOC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KY-CLAVE
               FILE STATUS IS WS-KY-STATUS.
           SELECT RESIDENCIA-FISCAL ASSIGN TO TAXRES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-CLAVE
               FILE STATUS IS WS-TX-STATUS.
           SELECT ASIGNACION-ASESOR ASSIGN TO CTAASES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-CTAVALOR
               FILE STATUS IS WS-CA-STATUS.
           SELECT NEMONICO-MAESTRO ASSIGN TO NEMOMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NM-NEMONICO
               FILE STATUS IS WS-NM-STATUS.
           SELECT ESTADO-NEGOCIACION ASSIGN TO NEGSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NS-NEMONICO
               FILE STATUS IS WS-NS-STATUS.
           SELECT CRONOGRAMA ASSIGN TO CUPNSCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CLAVE
               FILE STATUS IS WS-CU-STATUS.
           SELECT OPTIONAL CONTEO-ANTERIOR ASSIGN TO INTEGANT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTEO-NUEVO ASSIGN TO INTEGNUE
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-INTEGRIDAD ASSIGN TO INTEGRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CARTERA-MAESTRO
           RECORDING MODE IS F.
       COPY CARTMAST.
       FD  EFECTIVO-MAESTRO
           RECORDING MODE IS F.
       COPY EFEMAST.
       FD  CLIENTE-EXT
           RECORDING MODE IS F.
       COPY EODCLI.
       FD  CONTACTO-CLIENTE
           RECORDING MODE IS F.
       COPY CLICONT.
       FD  RIESGO-MAESTRO
           RECORDING MODE IS F.
       COPY RISKMAST.
       FD  INVENTARIO-KYC
           RECORDING MODE IS F.
       COPY KYCDOC.
       FD  RESIDENCIA-FISCAL
           RECORDING MODE IS F.
       COPY TAXRES.
       FD  ASIGNACION-ASESOR
           RECORDING MODE IS F.
       COPY CTAASES.
       FD  NEMONICO-MAESTRO
           RECORDING MODE IS F.
       COPY NEMOMAST.
       FD  ESTADO-NEGOCIACION
           RECORDING MODE IS F.
       COPY NEGSTAT.
       FD  CRONOGRAMA
           RECORDING MODE IS F.
       COPY CUPNSCHD.
       FD  CONTEO-ANTERIOR
           RECORDING MODE IS F.
       01  CONTEO-ANTERIOR-REC         PIC X(30).
       FD  CONTEO-NUEVO
           RECORDING MODE IS F.
       COPY INTEGCNT.
       FD  REPORTE-INTEGRIDAD
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-CM-STATUS                PIC X(02) VALUE '00'.
           88 WS-CM-FIN                          VALUE '10'.
       01  WS-EF-STATUS                PIC X(02) VALUE '00'.
           88 WS-EF-FIN                          VALUE '10'.
       01  WS-RK-STATUS                PIC X(02) VALUE '00'.
           88 WS-RK-OK                           VALUE '00'.
       01  WS-KY-STATUS                PIC X(02) VALUE '00'.
           88 WS-KY-OK                           VALUE '00'.
           88 WS-KY-FIN                          VALUE '10'.
       01  WS-TX-STATUS                PIC X(02) VALUE '00'.
           88 WS-TX-OK                           VALUE '00'.
           88 WS-TX-FIN                          VALUE '10'.
       01  WS-CA-STATUS                PIC X(02) VALUE '00'.
           88 WS-CA-OK                           VALUE '00'.
       01  WS-NM-STATUS                PIC X(02) VALUE '00'.
           88 WS-NM-OK                           VALUE '00'.
       01  WS-NS-STATUS                PIC X(02) VALUE '00'.
           88 WS-NS-OK                           VALUE '00'.
       01  WS-CU-STATUS                PIC X(02) VALUE '00'.
           88 WS-CU-OK                           VALUE '00'.
           88 WS-CU-FIN                          VALUE '10'.
       77  WS-EOF-CLIENTE              PIC X(01) VALUE 'N'.
           88 WS-FIN-CLIENTE                     VALUE 'S'.
       77  WS-EOF-CONTACTO             PIC X(01) VALUE 'N'.
           88 WS-FIN-CONTACTO                    VALUE 'S'.
       77  WS-EOF-ANTERIOR             PIC X(01) VALUE 'N'.
           88 WS-FIN-ANTERIOR                    VALUE 'S'.
       77  WS-FECHA-PROCESO            PIC 9(08).
       77  WS-FECHA-ANTERIOR           PIC 9(08) VALUE 0.
       77  WS-IDX                      PIC 9(05) COMP VALUE 0.
       77  WS-IDX-CTA                  PIC 9(05) COMP VALUE 0.
       77  WS-IDX-NEM                  PIC 9(05) COMP VALUE 0.
       77  WS-IDX-CAT                  PIC 9(03) COMP VALUE 0.
       77  WS-IDX-MARCA                PIC 9(03) COMP VALUE 0.
       77  WS-IDX-AREA                 PIC 9(03) COMP VALUE 0.
       77  WS-TOT-CUENTAS              PIC 9(05) COMP VALUE 0.
       77  WS-TOT-NEMONICOS            PIC 9(05) COMP VALUE 0.
       77  WS-TOT-EXTRACTO             PIC 9(05) COMP VALUE 0.
       77  WS-TOT-CONTACTOS            PIC 9(05) COMP VALUE 0.
       77  WS-TOT-AREAS                PIC 9(03) COMP VALUE 0.
       77  WS-TOT-HALLAZGOS            PIC 9(07) COMP VALUE 0.
       77  WS-SW-HALLADO               PIC X(01) VALUE 'N'.
           88 WS-HALLADO                         VALUE 'S'.
       77  WS-CTA-BUSCADA              PIC X(20).
       77  WS-AREA-BUSCADA             PIC X(10).
       77  WS-VARIACION                PIC S9(07) COMP-3 VALUE 0.
      *--------------------------------------------------------------*
      * CATEGORIAS DEL BARRIDO: CODIGO, AREA RESPONSABLE DE          *
      * REGULARIZAR Y DESCRIPCION. LAS 5 PRIMERAS SON DE CUENTA Y    *
      * LAS 4 ULTIMAS DE INSTRUMENTO.                                *
      *--------------------------------------------------------------*
       01  WS-CATEGORIAS-VALORES.
           05 FILLER                   PIC X(02) VALUE 'ID'.
           05 FILLER                   PIC X(10) VALUE 'ATENCION'.
           05 FILLER                   PIC X(40) VALUE
              'CUENTA SIN IDENTIDAD DE CLIENTE'.
           05 FILLER                   PIC X(02) VALUE 'RK'.
           05 FILLER                   PIC X(10) VALUE 'ASESORIA'.
           05 FILLER                   PIC X(40) VALUE
              'CUENTA SIN PERFIL DE RIESGO (RISKMAST)'.
           05 FILLER                   PIC X(02) VALUE 'KY'.
           05 FILLER                   PIC X(10) VALUE 'CUMPLIMIEN'.
           05 FILLER                   PIC X(40) VALUE
              'CUENTA SIN DOCUMENTOS KYC (KYCDOC)'.
           05 FILLER                   PIC X(02) VALUE 'TX'.
           05 FILLER                   PIC X(10) VALUE 'CUMPLIMIEN'.
           05 FILLER                   PIC X(40) VALUE
              'CUENTA SIN AUTOCERTIFICACION (TAXRES)'.
           05 FILLER                   PIC X(02) VALUE 'AS'.
           05 FILLER                   PIC X(10) VALUE 'COMERCIAL'.
           05 FILLER                   PIC X(40) VALUE
              'CUENTA SIN ASESOR ASIGNADO (CTAASES)'.
           05 FILLER                   PIC X(02) VALUE 'NM'.
           05 FILLER                   PIC X(10) VALUE 'VALORES'.
           05 FILLER                   PIC X(40) VALUE
              'NEMONICO EN CARTERA SIN NEMOMAST'.
           05 FILLER                   PIC X(02) VALUE 'NS'.
           05 FILLER                   PIC X(10) VALUE 'VALORES'.
           05 FILLER                   PIC X(40) VALUE
              'NEMONICO EN CARTERA SIN NEGSTAT'.
           05 FILLER                   PIC X(02) VALUE 'CU'.
           05 FILLER                   PIC X(10) VALUE 'VALORES'.
           05 FILLER                   PIC X(40) VALUE
              'RENTA FIJA SIN CRONOGRAMA (CUPNSCHD)'.
           05 FILLER                   PIC X(02) VALUE 'HC'.
           05 FILLER                   PIC X(10) VALUE 'RIESGOS'.
           05 FILLER                   PIC X(40) VALUE
              'INSTRUMENTO SIN CLASE DE HAIRCUT'.
       01  WS-CATEGORIAS REDEFINES WS-CATEGORIAS-VALORES.
           05 WS-CAT OCCURS 9 TIMES.
              10 WS-CAT-CODIGO         PIC X(02).
              10 WS-CAT-AREA           PIC X(10).
              10 WS-CAT-DESCRIPCION    PIC X(40).
       01  WS-CONTEOS.
           05 WS-CNT OCCURS 9 TIMES.
              10 WS-CNT-ACTUAL         PIC 9(07) COMP.
              10 WS-CNT-ANTERIOR       PIC 9(07) COMP.
       01  WS-AREAS.
           05 WS-ARE OCCURS 9 TIMES.
              10 WS-ARE-AREA           PIC X(10).
              10 WS-ARE-ACTUAL         PIC 9(07) COMP.
              10 WS-ARE-ANTERIOR       PIC 9(07) COMP.
      *--------------------------------------------------------------*
      * CUENTAS-VALOR DEL UNIVERSO CON SU DOCUMENTO, ASESOR Y UNA    *
      * MARCA POR CATEGORIA DE CUENTA (ESPACIO = SIN FALTA). LA      *
      * MARCA DE IDENTIDAD DICE 'E' SI NO ESTA EN EODCLI Y 'C' SI SU *
      * DOCUMENTO NO ESTA EN CLICONT.                                *
      *--------------------------------------------------------------*
       01  WS-CUENTA-TABLA.
           05 WS-CTA OCCURS 5000 TIMES.
              10 WS-CTA-CTAVALOR       PIC  X(20).
              10 WS-CTA-TIPO-DOC       PIC  X(01).
              10 WS-CTA-NUME-DOC       PIC  X(20).
              10 WS-CTA-ASESOR         PIC  X(07).
              10 WS-CTA-MARCA          PIC  X(01) OCCURS 5 TIMES.
      *--------------------------------------------------------------*
      * NEMONICOS EN CARTERA, CON SU CLASE DE NEMOMAST Y UNA MARCA   *
      * POR CATEGORIA DE INSTRUMENTO.                                *
      *--------------------------------------------------------------*
       01  WS-NEMONICO-TABLA.
           05 WS-NEM OCCURS 2000 TIMES.
              10 WS-NEM-NEMONICO       PIC  X(10).
              10 WS-NEM-TIPO-RENTA     PIC  X(01).
              10 WS-NEM-NIVEL-RIESGO   PIC  X(01).
              10 WS-NEM-MARCA          PIC  X(01) OCCURS 4 TIMES.
       01  WS-EXTRACTO-TABLA.
           05 WS-EXT OCCURS 5000 TIMES.
              10 WS-EXT-CTAVALOR       PIC  X(20).
              10 WS-EXT-TIPO-DOC       PIC  X(01).
              10 WS-EXT-NUME-DOC       PIC  X(20).
       01  WS-CONTACTO-TABLA.
           05 WS-CON OCCURS 5000 TIMES.
              10 WS-CON-TIPO-DOC       PIC  X(01).
              10 WS-CON-NUME-DOC       PIC  X(20).
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(44) VALUE
              'BARRIDO DE INTEGRIDAD REFERENCIAL - FECHA : '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(20) VALUE
              '  CORRIDA ANTERIOR: '.
           05 WT-FECHA-ANTERIOR        PIC 9(08).
           05 FILLER                   PIC X(52) VALUE SPACES.
       01  WS-LINEA-CATEGORIA.
           05 FILLER                   PIC X(11) VALUE 'CATEGORIA: '.
           05 WC-CODIGO                PIC X(02).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WC-DESCRIPCION           PIC X(40).
           05 FILLER                   PIC X(14) VALUE
              ' RESPONSABLE: '.
           05 WC-AREA                  PIC X(10).
           05 FILLER                   PIC X(54) VALUE SPACES.
       01  WS-LINEA-DETALLE.
           05 WD-CATEGORIA             PIC  X(02).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WD-AREA                  PIC  X(10).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WD-CLAVE                 PIC  X(20).
           05 FILLER                   PIC  X(08) VALUE ' ASESOR '.
           05 WD-ASESOR                PIC  X(07).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WD-DETALLE               PIC  X(60).
           05 FILLER                   PIC  X(22) VALUE SPACES.
       01  WS-LINEA-RESUMEN.
           05 WR-CODIGO                PIC  X(02).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WR-DESCRIPCION           PIC  X(40).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WR-AREA                  PIC  X(10).
           05 FILLER                   PIC  X(08) VALUE ' ACTUAL '.
           05 WR-ACTUAL                PIC  Z,ZZZ,ZZ9.
           05 FILLER                   PIC  X(10) VALUE ' ANTERIOR '.
           05 WR-ANTERIOR              PIC  Z,ZZZ,ZZ9.
           05 FILLER                   PIC  X(11) VALUE
              ' VARIACION '.
           05 WR-VARIACION             PIC  -,---,--9.
           05 FILLER                   PIC  X(22) VALUE SPACES.
       01  WS-LINEA-SECCION.
           05 WS-SECCION-TITULO        PIC X(70).
           05 FILLER                   PIC X(62) VALUE SPACES.
       COPY HCUTCHKP.
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-REVISAR-CUENTA
              VARYING WS-IDX-CTA FROM 1 BY 1
              UNTIL WS-IDX-CTA > WS-TOT-CUENTAS
           PERFORM 3000-REVISAR-NEMONICO
              VARYING WS-IDX-NEM FROM 1 BY 1
              UNTIL WS-IDX-NEM > WS-TOT-NEMONICOS
           PERFORM 4000-LISTAR-CATEGORIA
              VARYING WS-IDX-CAT FROM 1 BY 1
              UNTIL WS-IDX-CAT > 9
           PERFORM 5000-RESUMIR
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RINTEGR '   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RINTEGR - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1050-INICIAR-CONTEO
              VARYING WS-IDX-CAT FROM 1 BY 1
              UNTIL WS-IDX-CAT > 9
           PERFORM 1100-CARGAR-ANTERIOR
           PERFORM 1200-CARGAR-EXTRACTO
           PERFORM 1300-CARGAR-CONTACTOS
           PERFORM 1400-CARGAR-EFECTIVO
           PERFORM 1500-CARGAR-CARTERA
           OPEN INPUT RIESGO-MAESTRO INVENTARIO-KYC RESIDENCIA-FISCAL
                      ASIGNACION-ASESOR NEMONICO-MAESTRO
                      ESTADO-NEGOCIACION CRONOGRAMA
           OPEN OUTPUT REPORTE-INTEGRIDAD
           MOVE WS-FECHA-PROCESO  TO WT-FECHA
           MOVE WS-FECHA-ANTERIOR TO WT-FECHA-ANTERIOR
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1050-INICIAR-CONTEO.
           MOVE 0 TO WS-CNT-ACTUAL(WS-IDX-CAT)
           MOVE 0 TO WS-CNT-ANTERIOR(WS-IDX-CAT)
           .
       1050-INICIAR-CONTEO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CONTEOS DE LA CORRIDA ANTERIOR. SIN GENERACION ANTERIOR      *
      * (PRIMERA CORRIDA) TODO QUEDA EN CERO.                        *
      *--------------------------------------------------------------*
       1100-CARGAR-ANTERIOR.
           OPEN INPUT CONTEO-ANTERIOR
           READ CONTEO-ANTERIOR INTO IG-REGISTRO-CONTEO
              AT END MOVE 'S' TO WS-EOF-ANTERIOR
           END-READ
           PERFORM 1110-CARGAR-CONTEO
              UNTIL WS-FIN-ANTERIOR
           CLOSE CONTEO-ANTERIOR
           .
       1100-CARGAR-ANTERIOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1110-CARGAR-CONTEO.
           MOVE IG-FECHA-CORRIDA TO WS-FECHA-ANTERIOR
           PERFORM 1120-UBICAR-CATEGORIA
              VARYING WS-IDX-CAT FROM 1 BY 1
              UNTIL WS-IDX-CAT > 9
           READ CONTEO-ANTERIOR INTO IG-REGISTRO-CONTEO
              AT END MOVE 'S' TO WS-EOF-ANTERIOR
           END-READ
           .
       1110-CARGAR-CONTEO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1120-UBICAR-CATEGORIA.
           IF WS-CAT-CODIGO(WS-IDX-CAT) = IG-CATEGORIA
              MOVE IG-CANTIDAD TO WS-CNT-ANTERIOR(WS-IDX-CAT)
           END-IF
           .
       1120-UBICAR-CATEGORIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1200-CARGAR-EXTRACTO.
           OPEN INPUT CLIENTE-EXT
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           PERFORM 1210-CARGAR-CLIENTE
              UNTIL WS-FIN-CLIENTE
           CLOSE CLIENTE-EXT
           .
       1200-CARGAR-EXTRACTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1210-CARGAR-CLIENTE.
           IF WS-TOT-EXTRACTO < 5000
              ADD 1 TO WS-TOT-EXTRACTO
              MOVE EC-CTAVALOR TO WS-EXT-CTAVALOR(WS-TOT-EXTRACTO)
              MOVE EC-TIPO-DOC TO WS-EXT-TIPO-DOC(WS-TOT-EXTRACTO)
              MOVE EC-NUME-DOC TO WS-EXT-NUME-DOC(WS-TOT-EXTRACTO)
           ELSE
              DISPLAY 'RINTEGR - TABLA DE EXTRACTO LLENA, CUENTA '
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
       1300-CARGAR-CONTACTOS.
           OPEN INPUT CONTACTO-CLIENTE
           READ CONTACTO-CLIENTE
              AT END MOVE 'S' TO WS-EOF-CONTACTO
           END-READ
           PERFORM 1310-CARGAR-CONTACTO
              UNTIL WS-FIN-CONTACTO
           CLOSE CONTACTO-CLIENTE
           .
       1300-CARGAR-CONTACTOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1310-CARGAR-CONTACTO.
           IF WS-TOT-CONTACTOS < 5000
              ADD 1 TO WS-TOT-CONTACTOS
              MOVE CC-TIPO-DOC TO WS-CON-TIPO-DOC(WS-TOT-CONTACTOS)
              MOVE CC-NUME-DOC TO WS-CON-NUME-DOC(WS-TOT-CONTACTOS)
           ELSE
              DISPLAY 'RINTEGR - TABLA DE CLIENTES LLENA, DOCUMENTO '
                      CC-NUME-DOC ' NO CARGADO'
              MOVE 4 TO RETURN-CODE
           END-IF
           READ CONTACTO-CLIENTE
              AT END MOVE 'S' TO WS-EOF-CONTACTO
           END-READ
           .
       1310-CARGAR-CONTACTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EFEMAST ESTA ORDENADO POR CUENTA: UNA ENTRADA POR CUENTA,    *
      * AUNQUE TENGA VARIAS MONEDAS.                                 *
      *--------------------------------------------------------------*
       1400-CARGAR-EFECTIVO.
           OPEN INPUT EFECTIVO-MAESTRO
           READ EFECTIVO-MAESTRO
              AT END MOVE '10' TO WS-EF-STATUS
           END-READ
           PERFORM 1410-CARGAR-CUENTA-EFECTIVO
              UNTIL WS-EF-FIN
           CLOSE EFECTIVO-MAESTRO
           .
       1400-CARGAR-EFECTIVO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1410-CARGAR-CUENTA-EFECTIVO.
           IF WS-TOT-CUENTAS = 0
              OR EF-CTAVALOR NOT = WS-CTA-CTAVALOR(WS-TOT-CUENTAS)
              MOVE EF-CTAVALOR TO WS-CTA-BUSCADA
              PERFORM 6000-AGREGAR-CUENTA
           END-IF
           READ EFECTIVO-MAESTRO
              AT END MOVE '10' TO WS-EF-STATUS
           END-READ
           .
       1410-CARGAR-CUENTA-EFECTIVO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CARTMAST ESTA ORDENADO POR NEMONICO: EL NEMONICO CON SALDO   *
      * CONTABLE ENTRA UNA VEZ; LA CUENTA SE BUSCA EN LA TABLA.      *
      *--------------------------------------------------------------*
       1500-CARGAR-CARTERA.
           OPEN INPUT CARTERA-MAESTRO
           READ CARTERA-MAESTRO
              AT END MOVE '10' TO WS-CM-STATUS
           END-READ
           PERFORM 1510-CARGAR-POSICION
              UNTIL WS-CM-FIN
           CLOSE CARTERA-MAESTRO
           .
       1500-CARGAR-CARTERA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1510-CARGAR-POSICION.
           MOVE CM-CTAVALOR TO WS-CTA-BUSCADA
           MOVE 'N' TO WS-SW-HALLADO
           PERFORM 6100-COMPARAR-CUENTA
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-CUENTAS
                 OR WS-HALLADO
           IF NOT WS-HALLADO
              PERFORM 6000-AGREGAR-CUENTA
           END-IF
           IF CM-SDOCON > 0
              IF WS-TOT-NEMONICOS = 0
                 OR CM-NEMONICO NOT =
                    WS-NEM-NEMONICO(WS-TOT-NEMONICOS)
                 IF WS-TOT-NEMONICOS < 2000
                    ADD 1 TO WS-TOT-NEMONICOS
                    MOVE CM-NEMONICO TO
                       WS-NEM-NEMONICO(WS-TOT-NEMONICOS)
                    MOVE SPACES TO WS-NEM-TIPO-RENTA(WS-TOT-NEMONICOS)
                    MOVE SPACES TO
                       WS-NEM-NIVEL-RIESGO(WS-TOT-NEMONICOS)
                    PERFORM 6200-LIMPIAR-MARCA-NEMONICO
                       VARYING WS-IDX-MARCA FROM 1 BY 1
                       UNTIL WS-IDX-MARCA > 4
                 ELSE
                    DISPLAY 'RINTEGR - TABLA DE NEMONICOS LLENA, '
                            CM-NEMONICO ' NO CARGADO'
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           READ CARTERA-MAESTRO
              AT END MOVE '10' TO WS-CM-STATUS
           END-READ
           .
       1510-CARGAR-POSICION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-REVISAR-CUENTA.
           MOVE WS-CTA-CTAVALOR(WS-IDX-CTA) TO WS-CTA-BUSCADA
           PERFORM 2100-REVISAR-IDENTIDAD
           MOVE '00' TO WS-RK-STATUS
           MOVE WS-CTA-BUSCADA TO RK-CTA-VALOR
           READ RIESGO-MAESTRO
              INVALID KEY MOVE '23' TO WS-RK-STATUS
           END-READ
           IF NOT WS-RK-OK
              MOVE 'R' TO WS-CTA-MARCA(WS-IDX-CTA, 2)
              ADD 1 TO WS-CNT-ACTUAL(2)
           END-IF
           PERFORM 2200-REVISAR-KYC
           IF WS-CTA-NUME-DOC(WS-IDX-CTA) NOT = SPACES
              PERFORM 2300-REVISAR-RESIDENCIA
           END-IF
           MOVE '00' TO WS-CA-STATUS
           MOVE WS-CTA-BUSCADA TO CA-CTAVALOR
           READ ASIGNACION-ASESOR
              INVALID KEY MOVE '23' TO WS-CA-STATUS
           END-READ
           IF WS-CA-OK
              MOVE CA-ASESOR TO WS-CTA-ASESOR(WS-IDX-CTA)
           ELSE
              MOVE 'A' TO WS-CTA-MARCA(WS-IDX-CTA, 5)
              ADD 1 TO WS-CNT-ACTUAL(5)
           END-IF
           .
       2000-REVISAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA CUENTA DEBE FIGURAR EN EODCLI Y EL DOCUMENTO DE SU        *
      * TITULAR EN CLICONT.                                          *
      *--------------------------------------------------------------*
       2100-REVISAR-IDENTIDAD.
           MOVE 'N' TO WS-SW-HALLADO
           PERFORM 2110-COMPARAR-EXTRACTO
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-EXTRACTO
                 OR WS-HALLADO
           IF NOT WS-HALLADO
              MOVE 'E' TO WS-CTA-MARCA(WS-IDX-CTA, 1)
              ADD 1 TO WS-CNT-ACTUAL(1)
           ELSE
              MOVE 'N' TO WS-SW-HALLADO
              PERFORM 2120-COMPARAR-CONTACTO
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-TOT-CONTACTOS
                    OR WS-HALLADO
              IF NOT WS-HALLADO
                 MOVE 'C' TO WS-CTA-MARCA(WS-IDX-CTA, 1)
                 ADD 1 TO WS-CNT-ACTUAL(1)
              END-IF
           END-IF
           .
       2100-REVISAR-IDENTIDAD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2110-COMPARAR-EXTRACTO.
           IF WS-EXT-CTAVALOR(WS-IDX) = WS-CTA-BUSCADA
              MOVE 'S' TO WS-SW-HALLADO
              MOVE WS-EXT-TIPO-DOC(WS-IDX)
                 TO WS-CTA-TIPO-DOC(WS-IDX-CTA)
              MOVE WS-EXT-NUME-DOC(WS-IDX)
                 TO WS-CTA-NUME-DOC(WS-IDX-CTA)
           END-IF
           .
       2110-COMPARAR-EXTRACTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2120-COMPARAR-CONTACTO.
           IF WS-CON-TIPO-DOC(WS-IDX) = WS-CTA-TIPO-DOC(WS-IDX-CTA)
              AND WS-CON-NUME-DOC(WS-IDX) =
                  WS-CTA-NUME-DOC(WS-IDX-CTA)
              MOVE 'S' TO WS-SW-HALLADO
           END-IF
           .
       2120-COMPARAR-CONTACTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2200-REVISAR-KYC.
           MOVE '00'           TO WS-KY-STATUS
           MOVE WS-CTA-BUSCADA TO KY-CTAVALOR
           MOVE LOW-VALUES     TO KY-TIPO-DOC-KYC
           START INVENTARIO-KYC KEY IS NOT LESS THAN KY-CLAVE
              INVALID KEY MOVE '10' TO WS-KY-STATUS
           END-START
           IF NOT WS-KY-FIN
              READ INVENTARIO-KYC NEXT RECORD
                 AT END MOVE '10' TO WS-KY-STATUS
              END-READ
           END-IF
           IF WS-KY-FIN
              OR KY-CTAVALOR NOT = WS-CTA-BUSCADA
              MOVE 'K' TO WS-CTA-MARCA(WS-IDX-CTA, 3)
              ADD 1 TO WS-CNT-ACTUAL(3)
           END-IF
           .
       2200-REVISAR-KYC-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * BASTA UNA CLASIFICACION DE RESIDENCIA DEL DOCUMENTO, EN      *
      * CUALQUIER JURISDICCION (MISMO CRITERIO QUE CTAXCAMP).        *
      *--------------------------------------------------------------*
       2300-REVISAR-RESIDENCIA.
           MOVE '00'           TO WS-TX-STATUS
           MOVE WS-CTA-NUME-DOC(WS-IDX-CTA) TO TX-NUME-DOC
           MOVE LOW-VALUES     TO TX-JURISDICCION
           START RESIDENCIA-FISCAL KEY IS NOT LESS THAN TX-CLAVE
              INVALID KEY MOVE '10' TO WS-TX-STATUS
           END-START
           IF NOT WS-TX-FIN
              READ RESIDENCIA-FISCAL NEXT RECORD
                 AT END MOVE '10' TO WS-TX-STATUS
              END-READ
           END-IF
           IF WS-TX-FIN
              OR TX-NUME-DOC NOT = WS-CTA-NUME-DOC(WS-IDX-CTA)
              MOVE 'T' TO WS-CTA-MARCA(WS-IDX-CTA, 4)
              ADD 1 TO WS-CNT-ACTUAL(4)
           END-IF
           .
       2300-REVISAR-RESIDENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-REVISAR-NEMONICO.
           MOVE '00' TO WS-NM-STATUS WS-NS-STATUS
           MOVE WS-NEM-NEMONICO(WS-IDX-NEM) TO NM-NEMONICO
           READ NEMONICO-MAESTRO
              INVALID KEY MOVE '23' TO WS-NM-STATUS
           END-READ
           IF WS-NM-OK
              MOVE NM-TIPO-RENTA TO WS-NEM-TIPO-RENTA(WS-IDX-NEM)
              MOVE NM-NIVEL-RIESGO-MIN
                 TO WS-NEM-NIVEL-RIESGO(WS-IDX-NEM)
           ELSE
              MOVE 'N' TO WS-NEM-MARCA(WS-IDX-NEM, 1)
              ADD 1 TO WS-CNT-ACTUAL(6)
           END-IF
           MOVE WS-NEM-NEMONICO(WS-IDX-NEM) TO NS-NEMONICO
           READ ESTADO-NEGOCIACION
              INVALID KEY MOVE '23' TO WS-NS-STATUS
           END-READ
           IF NOT WS-NS-OK
              MOVE 'S' TO WS-NEM-MARCA(WS-IDX-NEM, 2)
              ADD 1 TO WS-CNT-ACTUAL(7)
           END-IF
           IF WS-NM-OK
              IF NM-ES-RENTA-FIJA
                 PERFORM 3100-REVISAR-CRONOGRAMA
              END-IF
              MOVE WS-NEM-NEMONICO(WS-IDX-NEM) TO HCT-NEMONICO
              CALL 'HCUTCHK' USING HCT-PARAMETROS
              IF HCT-SIN-HAIRCUT-CENTRAL
                 MOVE 'H' TO WS-NEM-MARCA(WS-IDX-NEM, 4)
                 ADD 1 TO WS-CNT-ACTUAL(9)
              END-IF
           END-IF
           .
       3000-REVISAR-NEMONICO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-REVISAR-CRONOGRAMA.
           MOVE '00'                        TO WS-CU-STATUS
           MOVE WS-NEM-NEMONICO(WS-IDX-NEM) TO CU-NEMONICO
           MOVE 0                           TO CU-NRO-CUPON
           START CRONOGRAMA KEY IS NOT LESS THAN CU-CLAVE
              INVALID KEY MOVE '10' TO WS-CU-STATUS
           END-START
           IF NOT WS-CU-FIN
              READ CRONOGRAMA NEXT RECORD
                 AT END MOVE '10' TO WS-CU-STATUS
              END-READ
           END-IF
           IF WS-CU-FIN
              OR CU-NEMONICO NOT = WS-NEM-NEMONICO(WS-IDX-NEM)
              MOVE 'C' TO WS-NEM-MARCA(WS-IDX-NEM, 3)
              ADD 1 TO WS-CNT-ACTUAL(8)
           END-IF
           .
       3100-REVISAR-CRONOGRAMA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-LISTAR-CATEGORIA.
           MOVE WS-CAT-CODIGO(WS-IDX-CAT)      TO WC-CODIGO
           MOVE WS-CAT-DESCRIPCION(WS-IDX-CAT) TO WC-DESCRIPCION
           MOVE WS-CAT-AREA(WS-IDX-CAT)        TO WC-AREA
           WRITE REPORTE-REC FROM WS-LINEA-CATEGORIA
           IF WS-IDX-CAT NOT > 5
              MOVE WS-IDX-CAT TO WS-IDX-MARCA
              PERFORM 4100-LISTAR-CUENTA
                 VARYING WS-IDX-CTA FROM 1 BY 1
                 UNTIL WS-IDX-CTA > WS-TOT-CUENTAS
           ELSE
              COMPUTE WS-IDX-MARCA = WS-IDX-CAT - 5
              PERFORM 4200-LISTAR-NEMONICO
                 VARYING WS-IDX-NEM FROM 1 BY 1
                 UNTIL WS-IDX-NEM > WS-TOT-NEMONICOS
           END-IF
           .
       4000-LISTAR-CATEGORIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4100-LISTAR-CUENTA.
           IF WS-CTA-MARCA(WS-IDX-CTA, WS-IDX-MARCA) NOT = SPACE
              ADD 1 TO WS-TOT-HALLAZGOS
              MOVE WS-CAT-CODIGO(WS-IDX-CAT) TO WD-CATEGORIA
              MOVE WS-CAT-AREA(WS-IDX-CAT)   TO WD-AREA
              MOVE WS-CTA-CTAVALOR(WS-IDX-CTA) TO WD-CLAVE
              MOVE WS-CTA-ASESOR(WS-IDX-CTA)   TO WD-ASESOR
              MOVE SPACES                      TO WD-DETALLE
              EVALUATE WS-CTA-MARCA(WS-IDX-CTA, WS-IDX-MARCA)
                 WHEN 'E'
                    MOVE 'CUENTA SIN TITULAR EN EL EXTRACTO EODCLI'
                       TO WD-DETALLE
                 WHEN 'C'
                    STRING 'DOCUMENTO ' WS-CTA-TIPO-DOC(WS-IDX-CTA)
                           ' ' WS-CTA-NUME-DOC(WS-IDX-CTA)
                           ' NO FIGURA EN CLICONT'
                       DELIMITED BY SIZE INTO WD-DETALLE
                    END-STRING
                 WHEN 'R'
                    MOVE 'SIN PERFIL DE RIESGO' TO WD-DETALLE
                 WHEN 'K'
                    MOVE 'SIN NINGUN DOCUMENTO KYC REGISTRADO'
                       TO WD-DETALLE
                 WHEN 'T'
                    STRING 'DOCUMENTO ' WS-CTA-NUME-DOC(WS-IDX-CTA)
                           ' SIN CLASIFICACION FATCA/CRS'
                       DELIMITED BY SIZE INTO WD-DETALLE
                    END-STRING
                 WHEN OTHER
                    MOVE 'SIN ASESOR ASIGNADO' TO WD-DETALLE
              END-EVALUATE
              WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           END-IF
           .
       4100-LISTAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4200-LISTAR-NEMONICO.
           IF WS-NEM-MARCA(WS-IDX-NEM, WS-IDX-MARCA) NOT = SPACE
              ADD 1 TO WS-TOT-HALLAZGOS
              MOVE WS-CAT-CODIGO(WS-IDX-CAT) TO WD-CATEGORIA
              MOVE WS-CAT-AREA(WS-IDX-CAT)   TO WD-AREA
              MOVE WS-NEM-NEMONICO(WS-IDX-NEM) TO WD-CLAVE
              MOVE SPACES                      TO WD-ASESOR
              MOVE SPACES                      TO WD-DETALLE
              EVALUATE WS-NEM-MARCA(WS-IDX-NEM, WS-IDX-MARCA)
                 WHEN 'N'
                    MOVE 'CON SALDO EN CARTERA Y SIN MAESTRO'
                       TO WD-DETALLE
                 WHEN 'S'
                    MOVE 'SIN ESTADO DE NEGOCIACION' TO WD-DETALLE
                 WHEN 'C'
                    MOVE 'RENTA FIJA SIN CUPONES NI AMORTIZACIONES'
                       TO WD-DETALLE
                 WHEN OTHER
                    STRING 'SIN HAIRCUT PARA TIPO DE RENTA '
                           WS-NEM-TIPO-RENTA(WS-IDX-NEM)
                           ' Y NIVEL DE RIESGO '
                           WS-NEM-NIVEL-RIESGO(WS-IDX-NEM)
                       DELIMITED BY SIZE INTO WD-DETALLE
                    END-STRING
              END-EVALUATE
              WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           END-IF
           .
       4200-LISTAR-NEMONICO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * RESUMEN POR CATEGORIA Y POR AREA CONTRA LA CORRIDA ANTERIOR, *
      * Y GRABACION DE LOS CONTEOS PARA LA PROXIMA CORRIDA.          *
      *--------------------------------------------------------------*
       5000-RESUMIR.
           MOVE 'RESUMEN POR CATEGORIA' TO WS-SECCION-TITULO
           WRITE REPORTE-REC FROM WS-LINEA-SECCION
           OPEN OUTPUT CONTEO-NUEVO
           PERFORM 5100-RESUMIR-CATEGORIA
              VARYING WS-IDX-CAT FROM 1 BY 1
              UNTIL WS-IDX-CAT > 9
           CLOSE CONTEO-NUEVO
           MOVE 'RESUMEN POR AREA RESPONSABLE' TO WS-SECCION-TITULO
           WRITE REPORTE-REC FROM WS-LINEA-SECCION
           PERFORM 5200-RESUMIR-AREA
              VARYING WS-IDX-AREA FROM 1 BY 1
              UNTIL WS-IDX-AREA > WS-TOT-AREAS
           .
       5000-RESUMIR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5100-RESUMIR-CATEGORIA.
           MOVE WS-CAT-CODIGO(WS-IDX-CAT)      TO WR-CODIGO
           MOVE WS-CAT-DESCRIPCION(WS-IDX-CAT) TO WR-DESCRIPCION
           MOVE WS-CAT-AREA(WS-IDX-CAT)        TO WR-AREA
           MOVE WS-CNT-ACTUAL(WS-IDX-CAT)      TO WR-ACTUAL
           MOVE WS-CNT-ANTERIOR(WS-IDX-CAT)    TO WR-ANTERIOR
           COMPUTE WS-VARIACION = WS-CNT-ACTUAL(WS-IDX-CAT)
                                - WS-CNT-ANTERIOR(WS-IDX-CAT)
           MOVE WS-VARIACION                   TO WR-VARIACION
           WRITE REPORTE-REC FROM WS-LINEA-RESUMEN
           MOVE WS-FECHA-PROCESO               TO IG-FECHA-CORRIDA
           MOVE WS-CAT-CODIGO(WS-IDX-CAT)      TO IG-CATEGORIA
           MOVE WS-CNT-ACTUAL(WS-IDX-CAT)      TO IG-CANTIDAD
           WRITE IG-REGISTRO-CONTEO
           MOVE WS-CAT-AREA(WS-IDX-CAT) TO WS-AREA-BUSCADA
           PERFORM 6300-UBICAR-AREA
           ADD WS-CNT-ACTUAL(WS-IDX-CAT)   TO WS-ARE-ACTUAL(WS-IDX-AREA)
           ADD WS-CNT-ANTERIOR(WS-IDX-CAT)
              TO WS-ARE-ANTERIOR(WS-IDX-AREA)
           .
       5100-RESUMIR-CATEGORIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5200-RESUMIR-AREA.
           MOVE SPACES                       TO WR-CODIGO
           MOVE SPACES                       TO WR-DESCRIPCION
           MOVE WS-ARE-AREA(WS-IDX-AREA)     TO WR-AREA
           MOVE WS-ARE-ACTUAL(WS-IDX-AREA)   TO WR-ACTUAL
           MOVE WS-ARE-ANTERIOR(WS-IDX-AREA) TO WR-ANTERIOR
           COMPUTE WS-VARIACION = WS-ARE-ACTUAL(WS-IDX-AREA)
                                - WS-ARE-ANTERIOR(WS-IDX-AREA)
           MOVE WS-VARIACION                 TO WR-VARIACION
           WRITE REPORTE-REC FROM WS-LINEA-RESUMEN
           .
       5200-RESUMIR-AREA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * AGREGA LA CUENTA WS-CTA-BUSCADA AL UNIVERSO (SIN MARCAS).    *
      *--------------------------------------------------------------*
       6000-AGREGAR-CUENTA.
           IF WS-TOT-CUENTAS < 5000
              ADD 1 TO WS-TOT-CUENTAS
              MOVE WS-CTA-BUSCADA TO WS-CTA-CTAVALOR(WS-TOT-CUENTAS)
              MOVE SPACES TO WS-CTA-TIPO-DOC(WS-TOT-CUENTAS)
              MOVE SPACES TO WS-CTA-NUME-DOC(WS-TOT-CUENTAS)
              MOVE SPACES TO WS-CTA-ASESOR(WS-TOT-CUENTAS)
              PERFORM 6010-LIMPIAR-MARCA-CUENTA
                 VARYING WS-IDX-MARCA FROM 1 BY 1
                 UNTIL WS-IDX-MARCA > 5
           ELSE
              DISPLAY 'RINTEGR - TABLA DE CUENTAS LLENA, CUENTA '
                      WS-CTA-BUSCADA ' NO CARGADA'
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       6000-AGREGAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6010-LIMPIAR-MARCA-CUENTA.
           MOVE SPACE TO WS-CTA-MARCA(WS-TOT-CUENTAS, WS-IDX-MARCA)
           .
       6010-LIMPIAR-MARCA-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6100-COMPARAR-CUENTA.
           IF WS-CTA-CTAVALOR(WS-IDX) = WS-CTA-BUSCADA
              MOVE 'S' TO WS-SW-HALLADO
           END-IF
           .
       6100-COMPARAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6200-LIMPIAR-MARCA-NEMONICO.
           MOVE SPACE TO WS-NEM-MARCA(WS-TOT-NEMONICOS, WS-IDX-MARCA)
           .
       6200-LIMPIAR-MARCA-NEMONICO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * UBICA (O CREA) EL AREA WS-AREA-BUSCADA EN LA TABLA DE AREAS  *
      * Y DEJA SU POSICION EN WS-IDX-AREA.                           *
      *--------------------------------------------------------------*
       6300-UBICAR-AREA.
           MOVE 'N' TO WS-SW-HALLADO
           MOVE 0   TO WS-IDX-AREA
           PERFORM 6310-COMPARAR-AREA
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-AREAS
                 OR WS-HALLADO
           IF NOT WS-HALLADO
              ADD 1 TO WS-TOT-AREAS
              MOVE WS-TOT-AREAS    TO WS-IDX-AREA
              MOVE WS-AREA-BUSCADA TO WS-ARE-AREA(WS-IDX-AREA)
              MOVE 0 TO WS-ARE-ACTUAL(WS-IDX-AREA)
              MOVE 0 TO WS-ARE-ANTERIOR(WS-IDX-AREA)
           END-IF
           .
       6300-UBICAR-AREA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6310-COMPARAR-AREA.
           IF WS-ARE-AREA(WS-IDX) = WS-AREA-BUSCADA
              MOVE 'S'    TO WS-SW-HALLADO
              MOVE WS-IDX TO WS-IDX-AREA
           END-IF
           .
       6310-COMPARAR-AREA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE RIESGO-MAESTRO INVENTARIO-KYC RESIDENCIA-FISCAL
                 ASIGNACION-ASESOR NEMONICO-MAESTRO
                 ESTADO-NEGOCIACION CRONOGRAMA REPORTE-INTEGRIDAD
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RINTEGR '   TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-HALLAZGOS TO BC-REGISTROS
           MOVE 0            TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RINTEGR - CUENTAS REVISADAS   : ' WS-TOT-CUENTAS
           DISPLAY 'RINTEGR - NEMONICOS REVISADOS : ' WS-TOT-NEMONICOS
           DISPLAY 'RINTEGR - HALLAZGOS           : ' WS-TOT-HALLAZGOS
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

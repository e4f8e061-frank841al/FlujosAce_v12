       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RAMLRAT.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  21/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 21/09/2026 JQ      ALTA. CALIFICACION MENSUAL DE RIESGO AML  *
      *                    POR CLIENTE (AMLRATE) CON REPORTE DE      *
      *                    CAMBIOS DE NIVEL PARA EL OFICIAL DE       *
      *                    CUMPLIMIENTO. LAS CUENTAS DE RIESGO ALTO  *
      *                    ACORTAN EL CICLO DE REVISION DE SUS       *
      *                    DOCUMENTOS KYC (KYCDOC).                  *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * CALIFICA CADA CUENTA-VALOR DEL EXTRACTO EODCLI (SOLO LIBRO   *
      * DE CLIENTES, GUARDA LIBCHK) SOBRE EL MES CALENDARIO ANTERIOR *
      * AL DE PROCESO. FACTORES Y PUNTOS EN LA CABECERA DE AMLRATE:  *
      * CASOS DE LISTA/PEP ABIERTOS EN AMLALERT (RAMLSCR LOS GRABA   *
      * CON EL DOCUMENTO DEL CLIENTE O EL RUC DE LA EMPRESA),        *
      * RESIDENCIAS FISCALES DE TAXRES, PRODUCTOS USADOS EN EL MES   *
      * (MILAEXT, FXDEAL, LINEA DE MARGEN ACTIVA EN MARGMAST Y       *
      * APAREAMIENTOS OTC DE OTCMAST LIGADOS A ORDMAST), EFECTIVO    *
      * MOVIDO EN SOLEFE Y VOLUMEN NEGOCIADO EN ORDMAST. EL NIVEL    *
      * ANTERIOR SE CONSERVA EN AMLRATE Y EL REPORTE (DD AMLRRPT)    *
      * LISTA LAS CUENTAS CUYO NIVEL CAMBIO Y LAS CALIFICADAS POR    *
      * PRIMERA VEZ EN MEDIO O ALTO. UNA SEGUNDA CORRIDA DEL MISMO   *
      * PERIODO RECALCULA SIN PERDER EL NIVEL DEL PERIODO PREVIO.    *
      * A LAS CUENTAS DE RIESGO ALTO SE LES ADELANTA EL VENCIMIENTO  *
      * DE CADA DOCUMENTO KYC VIGENTE A LA EMISION MAS AML-KYC-EDD   *
      * DIAS, PARA QUE EL BARRIDO RKYCEXP LAS ESCALE ANTES. LA       *
      * CORRIDA SE REGISTRA EN RUNCTL VIA BCHCTL.                    *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-EXT ASSIGN TO EODCLI
               ORGANIZATION IS SEQUENTIAL.
           SELECT REGISTRO-ALERTA ASSIGN TO AMLALERT
               ORGANIZATION IS SEQUENTIAL.
           SELECT APAREAMIENTO-OTC ASSIGN TO OTCMAST
               ORGANIZATION IS SEQUENTIAL.
           SELECT ORDEN-MAESTRO ASSIGN TO ORDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-CLAVE
               FILE STATUS IS WS-OM-STATUS.
           SELECT TRANSMISION-MILA ASSIGN TO MILAEXT
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPERACION-CAMBIO ASSIGN TO FXDEAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-DEAL
               FILE STATUS IS WS-FD-STATUS.
           SELECT LINEA-MARGEN ASSIGN TO MARGMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MG-CTAVALOR
               FILE STATUS IS WS-MG-STATUS.
           SELECT RESIDENCIA-FISCAL ASSIGN TO TAXRES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-CLAVE
               FILE STATUS IS WS-TX-STATUS.
           SELECT SOLICITUD-EFECTIVO ASSIGN TO SOLEFE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-CLAVE
               FILE STATUS IS WS-SL-STATUS.
           SELECT INVENTARIO-KYC ASSIGN TO KYCDOC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KY-CLAVE
               FILE STATUS IS WS-KY-STATUS.
           SELECT CALIFICACION-AML ASSIGN TO AMLRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-CTAVALOR
               FILE STATUS IS WS-AR-STATUS.
           SELECT REPORTE-CALIFICACION ASSIGN TO AMLRRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-EXT
           RECORDING MODE IS F.
       COPY EODCLI.
       FD  REGISTRO-ALERTA
           RECORDING MODE IS F.
       COPY AMLALERT.
       FD  APAREAMIENTO-OTC
           RECORDING MODE IS F.
       COPY OTCMAST.
       FD  ORDEN-MAESTRO
           RECORDING MODE IS F.
       COPY ORDMAST.
       FD  TRANSMISION-MILA
           RECORDING MODE IS F.
       COPY MILAEXT.
       FD  OPERACION-CAMBIO
           RECORDING MODE IS F.
       COPY FXDEAL.
       FD  LINEA-MARGEN
           RECORDING MODE IS F.
       COPY MARGMAST.
       FD  RESIDENCIA-FISCAL
           RECORDING MODE IS F.
       COPY TAXRES.
       FD  SOLICITUD-EFECTIVO
           RECORDING MODE IS F.
       COPY SOLEFE.
       FD  INVENTARIO-KYC
           RECORDING MODE IS F.
       COPY KYCDOC.
       FD  CALIFICACION-AML
           RECORDING MODE IS F.
       COPY AMLRATE.
       FD  REPORTE-CALIFICACION
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       COPY LIBCHKP.
       COPY PARMCHKP.
       01  WS-OM-STATUS                PIC X(02) VALUE '00'.
           88 WS-OM-OK                           VALUE '00'.
           88 WS-OM-FIN                          VALUE '10'.
       01  WS-FD-STATUS                PIC X(02) VALUE '00'.
           88 WS-FD-OK                           VALUE '00'.
           88 WS-FD-FIN                          VALUE '10'.
       01  WS-MG-STATUS                PIC X(02) VALUE '00'.
           88 WS-MG-OK                           VALUE '00'.
       01  WS-TX-STATUS                PIC X(02) VALUE '00'.
           88 WS-TX-OK                           VALUE '00'.
           88 WS-TX-FIN                          VALUE '10'.
       01  WS-SL-STATUS                PIC X(02) VALUE '00'.
           88 WS-SL-OK                           VALUE '00'.
           88 WS-SL-FIN                          VALUE '10'.
       01  WS-KY-STATUS                PIC X(02) VALUE '00'.
           88 WS-KY-OK                           VALUE '00'.
           88 WS-KY-FIN                          VALUE '10'.
       01  WS-AR-STATUS                PIC X(02) VALUE '00'.
           88 WS-AR-OK                           VALUE '00'.
           88 WS-AR-NO-ENCONTRADO                VALUE '23'.
       77  WS-EOF-CLIENTE              PIC X(01) VALUE 'N'.
           88 WS-FIN-CLIENTE                     VALUE 'S'.
       77  WS-EOF-ALERTA               PIC X(01) VALUE 'N'.
           88 WS-FIN-ALERTA                      VALUE 'S'.
       77  WS-EOF-OTC                  PIC X(01) VALUE 'N'.
           88 WS-FIN-OTC                         VALUE 'S'.
       77  WS-EOF-MILA                 PIC X(01) VALUE 'N'.
           88 WS-FIN-MILA                        VALUE 'S'.
       77  WS-SW-AGREGAR               PIC X(01) VALUE 'N'.
           88 WS-AGREGAR-CUENTA                  VALUE 'S'.
       77  WS-SW-EXTRANJERA            PIC X(01) VALUE 'N'.
           88 WS-CON-RESIDENCIA-EXTRANJERA       VALUE 'S'.
       77  WS-SW-INDICIOS              PIC X(01) VALUE 'N'.
           88 WS-CON-INDICIOS-US                 VALUE 'S'.
       77  WS-SW-LISTA                 PIC X(01) VALUE 'N'.
           88 WS-CON-CASO-LISTA                  VALUE 'S'.
       77  WS-SW-OTC                   PIC X(01) VALUE 'N'.
           88 WS-ORDEN-ES-OTC                    VALUE 'S'.
       01  WS-FECHA-PROCESO            PIC 9(08).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05 WS-FP-ANIO               PIC 9(04).
           05 WS-FP-MES                PIC 9(02).
           05 WS-FP-DIA                PIC 9(02).
      *--------------------------------------------------------------*
      * PERIODO CALIFICADO: MES CALENDARIO ANTERIOR AL DE PROCESO,   *
      * EN FORMATO AAAAMM (FECHAS NUMERICAS) Y AAAA-MM (FECHAS DE    *
      * SOLEFE Y OTCMAST).                                           *
      *--------------------------------------------------------------*
       01  WS-PERIODO-CALIF.
           05 WS-PER-ANIO              PIC 9(04).
           05 WS-PER-MES               PIC 9(02).
       01  WS-PERIODO REDEFINES WS-PERIODO-CALIF
                                       PIC 9(06).
       01  WS-PERIODO-TEXTO.
           05 WS-PTX-ANIO              PIC 9(04).
           05 FILLER                   PIC X(01) VALUE '-'.
           05 WS-PTX-MES               PIC 9(02).
       77  WS-PERIODO-REG              PIC 9(06) VALUE 0.
      *--------------------------------------------------------------*
      * UMBRALES POR DEFECTO SI PARMMAST NO TRAE VALOR APROBADO      *
      * (AML-NIV-ALTO, AML-NIV-MED, AML-EFE-MES, AML-VOL-MES,        *
      * AML-KYC-EDD).                                                *
      *--------------------------------------------------------------*
       77  WS-PUNTAJE-ALTO             PIC 9(03) VALUE 50.
       77  WS-PUNTAJE-MEDIO            PIC 9(03) VALUE 25.
       77  WS-UMBRAL-EFECTIVO-MES      PIC 9(12)V9(02) COMP-3
                                       VALUE 100000.
       77  WS-UMBRAL-VOLUMEN-MES       PIC 9(12)V9(02) COMP-3
                                       VALUE 1000000.
       77  WS-DIAS-REVISION-EDD        PIC 9(05) VALUE 365.
      *--------------------------------------------------------------*
      * PUNTOS POR FACTOR.                                           *
      *--------------------------------------------------------------*
       77  WS-PTS-CASO-LISTA           PIC 9(03) VALUE 50.
       77  WS-PTS-EXTRANJERA           PIC 9(03) VALUE 15.
       77  WS-PTS-INDICIOS-US          PIC 9(03) VALUE 10.
       77  WS-PTS-MILA                 PIC 9(03) VALUE 10.
       77  WS-PTS-CAMBIO               PIC 9(03) VALUE 5.
       77  WS-PTS-MARGEN               PIC 9(03) VALUE 10.
       77  WS-PTS-OTC                  PIC 9(03) VALUE 10.
       77  WS-PTS-EFECTIVO             PIC 9(03) VALUE 15.
       77  WS-PTS-VOLUMEN              PIC 9(03) VALUE 15.
       77  WS-TOT-CLIENTES             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-ALTO                 PIC 9(07) COMP VALUE 0.
       77  WS-TOT-MEDIO                PIC 9(07) COMP VALUE 0.
       77  WS-TOT-BAJO                 PIC 9(07) COMP VALUE 0.
       77  WS-TOT-CAMBIOS              PIC 9(07) COMP VALUE 0.
       77  WS-TOT-DOC-ACORTADOS        PIC 9(07) COMP VALUE 0.
       77  WS-TOT-LISTA                PIC 9(05) COMP VALUE 0.
       77  WS-TOT-OTC                  PIC 9(05) COMP VALUE 0.
       77  WS-TOT-ACTIVIDAD            PIC 9(05) COMP VALUE 0.
       77  WS-POS-ACTIVIDAD            PIC 9(05) COMP VALUE 0.
       77  WS-IDX                      PIC 9(05) COMP VALUE 0.
       77  WS-DOC-ACORTADOS            PIC 9(03) COMP VALUE 0.
       77  WS-FEC-LIMITE-REVISION      PIC 9(08) VALUE 0.
       77  WS-SW-REPORTAR              PIC X(01) VALUE 'N'.
           88 WS-REPORTAR-CAMBIO                 VALUE 'S'.
       01  WS-CTA-BUSCADA              PIC X(20).
      *--------------------------------------------------------------*
      * CALCULO DE LA CUENTA EN CURSO ANTES DE LEER SU CALIFICACION  *
      * PREVIA EN AMLRATE.                                           *
      *--------------------------------------------------------------*
       01  WS-CALCULO.
           05 WC-PUNTAJE               PIC  9(03).
           05 WC-PTS-LISTA             PIC  9(03).
           05 WC-PTS-RESIDENCIA        PIC  9(03).
           05 WC-PTS-PRODUCTO          PIC  9(03).
           05 WC-PTS-EFECTIVO          PIC  9(03).
           05 WC-PTS-VOLUMEN           PIC  9(03).
           05 WC-EFECTIVO-MES          PIC S9(14)V9(02) COMP-3.
           05 WC-VOLUMEN-MES           PIC S9(14)V9(02) COMP-3.
           05 WC-NIVEL                 PIC  X(01).
      *--------------------------------------------------------------*
      * CASOS DE LISTA/PEP NO DESCARTADOS (DOCUMENTO O CUENTA).      *
      *--------------------------------------------------------------*
       01  WS-LISTA-TABLA.
           05 WS-LIS-CLAVE             PIC X(20) OCCURS 2000 TIMES.
      *--------------------------------------------------------------*
      * ORDENES (COMPRA Y VENTA) DE LOS APAREAMIENTOS OTC DEL MES.   *
      *--------------------------------------------------------------*
       01  WS-OTC-TABLA.
           05 WS-OTC-ORDEN             PIC 9(09) OCCURS 5000 TIMES.
      *--------------------------------------------------------------*
      * ACTIVIDAD DEL MES POR CUENTA-VALOR: PRODUCTOS USADOS Y       *
      * VOLUMEN NEGOCIADO.                                           *
      *--------------------------------------------------------------*
       01  WS-ACTIVIDAD-TABLA.
           05 WS-ACT OCCURS 5000 TIMES.
              10 WS-ACT-CTAVALOR       PIC  X(20).
              10 WS-ACT-IND-MILA       PIC  X(01).
              10 WS-ACT-IND-CAMBIO     PIC  X(01).
              10 WS-ACT-IND-OTC        PIC  X(01).
              10 WS-ACT-VOLUMEN        PIC S9(14)V9(02) COMP-3.
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(48) VALUE
              'CALIFICACION DE RIESGO AML - CAMBIOS DE NIVEL'.
           05 FILLER                   PIC X(10) VALUE 'PERIODO : '.
           05 WT-PERIODO               PIC 9(06).
           05 FILLER                   PIC X(10) VALUE ' FECHA : '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(50) VALUE SPACES.
       01  WS-LINEA-CABECERA.
           05 FILLER                   PIC X(46) VALUE
              'CUENTA-VALOR         DOCUMENTO            ANT'.
           05 FILLER                   PIC X(46) VALUE
              'NUE PTS LIS RES PRO EFE VOL   VOLUMEN DEL MES'.
           05 FILLER                   PIC X(40) VALUE
              ' EFECTIVO DEL MES KYC'.
       01  WS-LINEA-DETALLE.
           05 WD-CTAVALOR              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-NUME-DOC              PIC X(20).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WD-NIVEL-ANTERIOR        PIC X(01).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WD-NIVEL                 PIC X(01).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WD-PUNTAJE               PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-PTS-LISTA             PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-PTS-RESIDENCIA        PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-PTS-PRODUCTO          PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-PTS-EFECTIVO          PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-PTS-VOLUMEN           PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-VOLUMEN-MES           PIC Z(13)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-EFECTIVO-MES          PIC Z(13)9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WD-DOC-ACORTADOS         PIC ZZ9.
           05 FILLER                   PIC X(18) VALUE SPACES.
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
           PERFORM 2000-CALIFICAR-CLIENTE
              UNTIL WS-FIN-CLIENTE
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RAMLRAT '   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RAMLRAT - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1050-CARGAR-PARAMETROS
           IF WS-FP-MES = 1
              COMPUTE WS-PER-ANIO = WS-FP-ANIO - 1
              MOVE 12 TO WS-PER-MES
           ELSE
              MOVE WS-FP-ANIO TO WS-PER-ANIO
              COMPUTE WS-PER-MES = WS-FP-MES - 1
           END-IF
           MOVE WS-PER-ANIO TO WS-PTX-ANIO
           MOVE WS-PER-MES  TO WS-PTX-MES
           PERFORM 1100-CARGAR-CASOS-LISTA
           PERFORM 1200-CARGAR-ORDENES-OTC
           PERFORM 1300-ACUMULAR-ORDENES
           PERFORM 1400-MARCAR-MILA
           PERFORM 1500-MARCAR-CAMBIO
           OPEN INPUT  CLIENTE-EXT LINEA-MARGEN RESIDENCIA-FISCAL
                       SOLICITUD-EFECTIVO
           OPEN I-O    INVENTARIO-KYC CALIFICACION-AML
           OPEN OUTPUT REPORTE-CALIFICACION
           MOVE WS-PERIODO       TO WT-PERIODO
           MOVE WS-FECHA-PROCESO TO WT-FECHA
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           WRITE REPORTE-REC FROM WS-LINEA-CABECERA
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1050-CARGAR-PARAMETROS.
           MOVE 'AML-NIV-ALTO'   TO PMC-COD-PARAMETRO
           MOVE WS-FECHA-PROCESO TO PMC-FECHA
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-PUNTAJE-ALTO
           END-IF
           MOVE 'AML-NIV-MED'    TO PMC-COD-PARAMETRO
           MOVE WS-FECHA-PROCESO TO PMC-FECHA
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-PUNTAJE-MEDIO
           END-IF
           MOVE 'AML-EFE-MES'    TO PMC-COD-PARAMETRO
           MOVE WS-FECHA-PROCESO TO PMC-FECHA
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-UMBRAL-EFECTIVO-MES
           END-IF
           MOVE 'AML-VOL-MES'    TO PMC-COD-PARAMETRO
           MOVE WS-FECHA-PROCESO TO PMC-FECHA
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-UMBRAL-VOLUMEN-MES
           END-IF
           MOVE 'AML-KYC-EDD'    TO PMC-COD-PARAMETRO
           MOVE WS-FECHA-PROCESO TO PMC-FECHA
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-DIAS-REVISION-EDD
           END-IF
           .
       1050-CARGAR-PARAMETROS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CASOS DE LISTA DE VIGILANCIA/PEP AUN VIGENTES: NUEVOS, EN    *
      * REVISION O YA REPORTADOS A LA UIF. EL DESCARTADO NO PUNTUA.  *
      *--------------------------------------------------------------*
       1100-CARGAR-CASOS-LISTA.
           OPEN INPUT REGISTRO-ALERTA
           READ REGISTRO-ALERTA
              AT END MOVE 'S' TO WS-EOF-ALERTA
           END-READ
           PERFORM 1110-CARGAR-CASO
              UNTIL WS-FIN-ALERTA
           CLOSE REGISTRO-ALERTA
           .
       1100-CARGAR-CASOS-LISTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1110-CARGAR-CASO.
           IF AA-CASO-LISTA
              AND NOT AA-DESCARTADA
              IF WS-TOT-LISTA < 2000
                 ADD 1 TO WS-TOT-LISTA
                 MOVE AA-CTAVALOR TO WS-LIS-CLAVE(WS-TOT-LISTA)
              ELSE
                 DISPLAY 'RAMLRAT - TABLA DE CASOS LLENA, CLAVE '
                         AA-CTAVALOR ' NO CARGADA'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           READ REGISTRO-ALERTA
              AT END MOVE 'S' TO WS-EOF-ALERTA
           END-READ
           .
       1110-CARGAR-CASO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * OTCMAST NO LLEVA LA CUENTA: SE GUARDAN LAS ORDENES DE LOS    *
      * APAREAMIENTOS DEL MES NO RECHAZADOS Y LA CUENTA SE TOMA DE   *
      * ORDMAST AL ACUMULAR LAS ORDENES.                             *
      *--------------------------------------------------------------*
       1200-CARGAR-ORDENES-OTC.
           OPEN INPUT APAREAMIENTO-OTC
           READ APAREAMIENTO-OTC
              AT END MOVE 'S' TO WS-EOF-OTC
           END-READ
           PERFORM 1210-CARGAR-APAREAMIENTO
              UNTIL WS-FIN-OTC
           CLOSE APAREAMIENTO-OTC
           .
       1200-CARGAR-ORDENES-OTC-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1210-CARGAR-APAREAMIENTO.
           IF OM-FECHA-REGISTRO(1:7) = WS-PERIODO-TEXTO
              AND NOT OM-ES-RECHAZADA
              IF WS-TOT-OTC < 4999
                 ADD 1 TO WS-TOT-OTC
                 MOVE OM-ORDEN-COMPRA TO WS-OTC-ORDEN(WS-TOT-OTC)
                 ADD 1 TO WS-TOT-OTC
                 MOVE OM-ORDEN-VENTA  TO WS-OTC-ORDEN(WS-TOT-OTC)
              ELSE
                 DISPLAY 'RAMLRAT - TABLA OTC LLENA, ORDEN '
                         OM-ORDEN-COMPRA ' NO CARGADA'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           READ APAREAMIENTO-OTC
              AT END MOVE 'S' TO WS-EOF-OTC
           END-READ
           .
       1210-CARGAR-APAREAMIENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * VOLUMEN NEGOCIADO DEL MES POR CUENTA (ORDENES NO CANCELADAS  *
      * CON FECHA DE ORDEN EN EL PERIODO) Y MARCA DE PRODUCTO OTC.   *
      *--------------------------------------------------------------*
       1300-ACUMULAR-ORDENES.
           OPEN INPUT ORDEN-MAESTRO
           MOVE LOW-VALUES TO OM-CLAVE
           START ORDEN-MAESTRO KEY IS NOT LESS THAN OM-CLAVE
              INVALID KEY MOVE '10' TO WS-OM-STATUS
           END-START
           IF WS-OM-OK
              READ ORDEN-MAESTRO NEXT RECORD
                 AT END MOVE '10' TO WS-OM-STATUS
              END-READ
           END-IF
           PERFORM 1310-ACUMULAR-ORDEN
              UNTIL WS-OM-FIN
           CLOSE ORDEN-MAESTRO
           .
       1300-ACUMULAR-ORDENES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1310-ACUMULAR-ORDEN.
           COMPUTE WS-PERIODO-REG = OM-FECHA-ORDEN / 100
           IF WS-PERIODO-REG = WS-PERIODO
              AND OM-SITUACION NOT = 'CANCELADA'
              MOVE OM-CTAVALOR TO WS-CTA-BUSCADA
              MOVE 'S'         TO WS-SW-AGREGAR
              PERFORM 5000-UBICAR-ACTIVIDAD
              IF WS-POS-ACTIVIDAD > 0
                 ADD OM-MTO-OPERACION
                    TO WS-ACT-VOLUMEN(WS-POS-ACTIVIDAD)
                 MOVE 'N' TO WS-SW-OTC
                 PERFORM 1320-COMPARAR-ORDEN-OTC
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-TOT-OTC
                       OR WS-ORDEN-ES-OTC
                 IF WS-ORDEN-ES-OTC
                    MOVE 'S' TO WS-ACT-IND-OTC(WS-POS-ACTIVIDAD)
                 END-IF
              END-IF
           END-IF
           READ ORDEN-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-OM-STATUS
           END-READ
           .
       1310-ACUMULAR-ORDEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1320-COMPARAR-ORDEN-OTC.
           IF WS-OTC-ORDEN(WS-IDX) = OM-ORDEN
              MOVE 'S' TO WS-SW-OTC
           END-IF
           .
       1320-COMPARAR-ORDEN-OTC-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CUENTAS CON ORDENES MILA TRANSMITIDAS (MILAEXT).             *
      *--------------------------------------------------------------*
       1400-MARCAR-MILA.
           OPEN INPUT TRANSMISION-MILA
           READ TRANSMISION-MILA
              AT END MOVE 'S' TO WS-EOF-MILA
           END-READ
           PERFORM 1410-MARCAR-TRANSMISION
              UNTIL WS-FIN-MILA
           CLOSE TRANSMISION-MILA
           .
       1400-MARCAR-MILA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1410-MARCAR-TRANSMISION.
           MOVE MX-CTAVALOR TO WS-CTA-BUSCADA
           MOVE 'S'         TO WS-SW-AGREGAR
           PERFORM 5000-UBICAR-ACTIVIDAD
           IF WS-POS-ACTIVIDAD > 0
              MOVE 'S' TO WS-ACT-IND-MILA(WS-POS-ACTIVIDAD)
           END-IF
           READ TRANSMISION-MILA
              AT END MOVE 'S' TO WS-EOF-MILA
           END-READ
           .
       1410-MARCAR-TRANSMISION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CUENTAS CON OPERACIONES DE CAMBIO PACTADAS EN EL MES.        *
      *--------------------------------------------------------------*
       1500-MARCAR-CAMBIO.
           OPEN INPUT OPERACION-CAMBIO
           MOVE LOW-VALUES TO FD-DEAL
           START OPERACION-CAMBIO KEY IS NOT LESS THAN FD-DEAL
              INVALID KEY MOVE '10' TO WS-FD-STATUS
           END-START
           IF WS-FD-OK
              READ OPERACION-CAMBIO NEXT RECORD
                 AT END MOVE '10' TO WS-FD-STATUS
              END-READ
           END-IF
           PERFORM 1510-MARCAR-OPERACION
              UNTIL WS-FD-FIN
           CLOSE OPERACION-CAMBIO
           .
       1500-MARCAR-CAMBIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1510-MARCAR-OPERACION.
           COMPUTE WS-PERIODO-REG = FD-FECHA-PACTO / 100
           IF WS-PERIODO-REG = WS-PERIODO
              MOVE FD-CTAVALOR TO WS-CTA-BUSCADA
              MOVE 'S'         TO WS-SW-AGREGAR
              PERFORM 5000-UBICAR-ACTIVIDAD
              IF WS-POS-ACTIVIDAD > 0
                 MOVE 'S' TO WS-ACT-IND-CAMBIO(WS-POS-ACTIVIDAD)
              END-IF
           END-IF
           READ OPERACION-CAMBIO NEXT RECORD
              AT END MOVE '10' TO WS-FD-STATUS
           END-READ
           .
       1510-MARCAR-OPERACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CALIFICACION DE UNA CUENTA DEL EXTRACTO DE CLIENTES.         *
      *--------------------------------------------------------------*
       2000-CALIFICAR-CLIENTE.
           MOVE EC-CTAVALOR TO LIB-CTA-VALOR
           CALL 'LIBCHK' USING LIB-PARAMETROS
           IF LIB-ES-CLIENTE
              PERFORM 2050-EVALUAR-FACTORES
              PERFORM 2600-GRABAR-CALIFICACION
           END-IF
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           .
       2000-CALIFICAR-CLIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2050-EVALUAR-FACTORES.
           ADD 1 TO WS-TOT-CLIENTES
           INITIALIZE WS-CALCULO
           PERFORM 2100-PUNTOS-LISTA
           PERFORM 2200-PUNTOS-RESIDENCIA
           PERFORM 2300-PUNTOS-PRODUCTO
           PERFORM 2400-PUNTOS-EFECTIVO
           IF WC-VOLUMEN-MES > WS-UMBRAL-VOLUMEN-MES
              MOVE WS-PTS-VOLUMEN TO WC-PTS-VOLUMEN
           END-IF
           COMPUTE WC-PUNTAJE = WC-PTS-LISTA + WC-PTS-RESIDENCIA
                              + WC-PTS-PRODUCTO + WC-PTS-EFECTIVO
                              + WC-PTS-VOLUMEN
           EVALUATE TRUE
              WHEN WC-PUNTAJE >= WS-PUNTAJE-ALTO
                 MOVE 'A' TO WC-NIVEL
                 ADD 1 TO WS-TOT-ALTO
              WHEN WC-PUNTAJE >= WS-PUNTAJE-MEDIO
                 MOVE 'M' TO WC-NIVEL
                 ADD 1 TO WS-TOT-MEDIO
              WHEN OTHER
                 MOVE 'B' TO WC-NIVEL
                 ADD 1 TO WS-TOT-BAJO
           END-EVALUATE
           .
       2050-EVALUAR-FACTORES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * RAMLSCR GRABA EL CASO CON EL DOCUMENTO DEL CLIENTE O CON EL  *
      * RUC DE LA EMPRESA DEL BENEFICIARIO FINAL; SE ACEPTA TAMBIEN  *
      * LA CUENTA-VALOR.                                             *
      *--------------------------------------------------------------*
       2100-PUNTOS-LISTA.
           MOVE 'N' TO WS-SW-LISTA
           PERFORM 2110-COMPARAR-CASO
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-LISTA
                 OR WS-CON-CASO-LISTA
           IF WS-CON-CASO-LISTA
              MOVE WS-PTS-CASO-LISTA TO WC-PTS-LISTA
           END-IF
           .
       2100-PUNTOS-LISTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2110-COMPARAR-CASO.
           IF WS-LIS-CLAVE(WS-IDX) = EC-NUME-DOC
              OR WS-LIS-CLAVE(WS-IDX) = EC-CTAVALOR
              MOVE 'S' TO WS-SW-LISTA
           END-IF
           .
       2110-COMPARAR-CASO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * RESIDENCIAS FISCALES DEL DOCUMENTO EN TAXRES: ALGUNA         *
      * JURISDICCION DISTINTA DE PE, Y US PERSON O INDICIOS FATCA.   *
      *--------------------------------------------------------------*
       2200-PUNTOS-RESIDENCIA.
           MOVE 'N' TO WS-SW-EXTRANJERA
           MOVE 'N' TO WS-SW-INDICIOS
           MOVE '00' TO WS-TX-STATUS
           MOVE EC-NUME-DOC TO TX-NUME-DOC
           MOVE LOW-VALUES  TO TX-JURISDICCION
           START RESIDENCIA-FISCAL KEY IS NOT LESS THAN TX-CLAVE
              INVALID KEY MOVE '10' TO WS-TX-STATUS
           END-START
           IF WS-TX-OK
              READ RESIDENCIA-FISCAL NEXT RECORD
                 AT END MOVE '10' TO WS-TX-STATUS
              END-READ
           END-IF
           PERFORM 2210-EVALUAR-RESIDENCIA
              UNTIL WS-TX-FIN
                 OR TX-NUME-DOC NOT = EC-NUME-DOC
           IF WS-CON-RESIDENCIA-EXTRANJERA
              ADD WS-PTS-EXTRANJERA TO WC-PTS-RESIDENCIA
           END-IF
           IF WS-CON-INDICIOS-US
              ADD WS-PTS-INDICIOS-US TO WC-PTS-RESIDENCIA
           END-IF
           .
       2200-PUNTOS-RESIDENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2210-EVALUAR-RESIDENCIA.
           IF TX-JURISDICCION NOT = 'PE'
              MOVE 'S' TO WS-SW-EXTRANJERA
           END-IF
           IF TX-ES-US-PERSON OR TX-CON-INDICIOS
              MOVE 'S' TO WS-SW-INDICIOS
           END-IF
           READ RESIDENCIA-FISCAL NEXT RECORD
              AT END MOVE '10' TO WS-TX-STATUS
           END-READ
           .
       2210-EVALUAR-RESIDENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * PRODUCTOS USADOS EN EL MES Y LINEA DE MARGEN ACTIVA.         *
      *--------------------------------------------------------------*
       2300-PUNTOS-PRODUCTO.
           MOVE EC-CTAVALOR TO WS-CTA-BUSCADA
           MOVE 'N'         TO WS-SW-AGREGAR
           PERFORM 5000-UBICAR-ACTIVIDAD
           IF WS-POS-ACTIVIDAD > 0
              MOVE WS-ACT-VOLUMEN(WS-POS-ACTIVIDAD) TO WC-VOLUMEN-MES
              IF WS-ACT-IND-MILA(WS-POS-ACTIVIDAD) = 'S'
                 ADD WS-PTS-MILA TO WC-PTS-PRODUCTO
              END-IF
              IF WS-ACT-IND-CAMBIO(WS-POS-ACTIVIDAD) = 'S'
                 ADD WS-PTS-CAMBIO TO WC-PTS-PRODUCTO
              END-IF
              IF WS-ACT-IND-OTC(WS-POS-ACTIVIDAD) = 'S'
                 ADD WS-PTS-OTC TO WC-PTS-PRODUCTO
              END-IF
           END-IF
           MOVE '00' TO WS-MG-STATUS
           MOVE EC-CTAVALOR TO MG-CTAVALOR
           READ LINEA-MARGEN
              INVALID KEY MOVE '23' TO WS-MG-STATUS
           END-READ
           IF WS-MG-OK
              AND MG-ACTIVA
              ADD WS-PTS-MARGEN TO WC-PTS-PRODUCTO
           END-IF
           .
       2300-PUNTOS-PRODUCTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EFECTIVO MOVIDO EN EL MES: DEPOSITOS Y RETIROS DE SOLEFE NO  *
      * RECHAZADOS CON FECHA DE SOLICITUD EN EL PERIODO.             *
      *--------------------------------------------------------------*
       2400-PUNTOS-EFECTIVO.
           MOVE '00' TO WS-SL-STATUS
           MOVE EC-CTAVALOR TO SL-CTAVALOR
           MOVE 0           TO SL-SOLICITUD
           START SOLICITUD-EFECTIVO KEY IS NOT LESS THAN SL-CLAVE
              INVALID KEY MOVE '10' TO WS-SL-STATUS
           END-START
           IF WS-SL-OK
              READ SOLICITUD-EFECTIVO NEXT RECORD
                 AT END MOVE '10' TO WS-SL-STATUS
              END-READ
           END-IF
           PERFORM 2410-ACUMULAR-SOLICITUD
              UNTIL WS-SL-FIN
                 OR SL-CTAVALOR NOT = EC-CTAVALOR
           IF WC-EFECTIVO-MES > WS-UMBRAL-EFECTIVO-MES
              MOVE WS-PTS-EFECTIVO TO WC-PTS-EFECTIVO
           END-IF
           .
       2400-PUNTOS-EFECTIVO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2410-ACUMULAR-SOLICITUD.
           IF SL-FEC-SOLICITUD(1:7) = WS-PERIODO-TEXTO
              AND NOT SL-RECHAZADA
              ADD SL-IMPORTE TO WC-EFECTIVO-MES
           END-IF
           READ SOLICITUD-EFECTIVO NEXT RECORD
              AT END MOVE '10' TO WS-SL-STATUS
           END-READ
           .
       2410-ACUMULAR-SOLICITUD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL NIVEL PREVIO SE DESPLAZA A AR-NIVEL-ANTERIOR SOLO AL      *
      * CAMBIAR DE PERIODO; EN UNA SEGUNDA CORRIDA DEL MISMO PERIODO *
      * SE CONSERVA EL ANTERIOR YA GUARDADO. SE REPORTA EL CAMBIO    *
      * DE NIVEL Y LA PRIMERA CALIFICACION EN MEDIO O ALTO.          *
      *--------------------------------------------------------------*
       2600-GRABAR-CALIFICACION.
           MOVE '00' TO WS-AR-STATUS
           MOVE EC-CTAVALOR TO AR-CTAVALOR
           READ CALIFICACION-AML
              INVALID KEY MOVE '23' TO WS-AR-STATUS
           END-READ
           IF WS-AR-OK
              IF AR-PERIODO NOT = WS-PERIODO
                 MOVE AR-NIVEL TO AR-NIVEL-ANTERIOR
              END-IF
           ELSE
              MOVE SPACES      TO AR-REGISTRO-CALIFICACION
              MOVE EC-CTAVALOR TO AR-CTAVALOR
              MOVE SPACE       TO AR-NIVEL-ANTERIOR
              MOVE 0           TO AR-FEC-CAMBIO-NIVEL
           END-IF
           MOVE 'N' TO WS-SW-REPORTAR
           IF AR-NIVEL-ANTERIOR = SPACE
              IF WC-NIVEL NOT = 'B'
                 MOVE 'S' TO WS-SW-REPORTAR
              END-IF
           ELSE
              IF WC-NIVEL NOT = AR-NIVEL-ANTERIOR
                 MOVE 'S' TO WS-SW-REPORTAR
              END-IF
           END-IF
           IF WC-NIVEL NOT = AR-NIVEL
              MOVE WS-FECHA-PROCESO TO AR-FEC-CAMBIO-NIVEL
           END-IF
           MOVE EC-TIPO-DOC         TO AR-TIPO-DOC
           MOVE EC-NUME-DOC         TO AR-NUME-DOC
           MOVE WS-PERIODO          TO AR-PERIODO
           MOVE WC-PUNTAJE          TO AR-PUNTAJE
           MOVE WC-PTS-LISTA        TO AR-PTS-LISTA
           MOVE WC-PTS-RESIDENCIA   TO AR-PTS-RESIDENCIA
           MOVE WC-PTS-PRODUCTO     TO AR-PTS-PRODUCTO
           MOVE WC-PTS-EFECTIVO     TO AR-PTS-EFECTIVO
           MOVE WC-PTS-VOLUMEN      TO AR-PTS-VOLUMEN
           MOVE WC-EFECTIVO-MES     TO AR-EFECTIVO-MES
           MOVE WC-VOLUMEN-MES      TO AR-VOLUMEN-MES
           MOVE WC-NIVEL            TO AR-NIVEL
           MOVE WS-FECHA-PROCESO    TO AR-FEC-CALIFICACION
           IF WS-AR-OK
              REWRITE AR-REGISTRO-CALIFICACION
           ELSE
              WRITE AR-REGISTRO-CALIFICACION
                 INVALID KEY CONTINUE
              END-WRITE
           END-IF
           MOVE 0 TO WS-DOC-ACORTADOS
           IF AR-RIESGO-ALTO
              PERFORM 2700-ACORTAR-REVISION-KYC
           END-IF
           IF WS-REPORTAR-CAMBIO
              ADD 1 TO WS-TOT-CAMBIOS
              PERFORM 2800-ESCRIBIR-CAMBIO
           END-IF
           .
       2600-GRABAR-CALIFICACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * DEBIDA DILIGENCIA REFORZADA: CADA DOCUMENTO KYC VIGENTE DE   *
      * LA CUENTA VENCE A MAS TARDAR A LA EMISION MAS AML-KYC-EDD    *
      * DIAS (NUNCA ANTES DE HOY); RKYCEXP LO ESCALA AL VENCER. SE   *
      * REINICIA EL NIVEL DE AVISO DEL DOCUMENTO ACORTADO.           *
      *--------------------------------------------------------------*
       2700-ACORTAR-REVISION-KYC.
           MOVE '00' TO WS-KY-STATUS
           MOVE EC-CTAVALOR TO KY-CTAVALOR
           MOVE LOW-VALUES  TO KY-TIPO-DOC-KYC
           START INVENTARIO-KYC KEY IS NOT LESS THAN KY-CLAVE
              INVALID KEY MOVE '10' TO WS-KY-STATUS
           END-START
           IF WS-KY-OK
              READ INVENTARIO-KYC NEXT RECORD
                 AT END MOVE '10' TO WS-KY-STATUS
              END-READ
           END-IF
           PERFORM 2710-ACORTAR-DOCUMENTO
              UNTIL WS-KY-FIN
                 OR KY-CTAVALOR NOT = EC-CTAVALOR
           ADD WS-DOC-ACORTADOS TO WS-TOT-DOC-ACORTADOS
           .
       2700-ACORTAR-REVISION-KYC-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2710-ACORTAR-DOCUMENTO.
           IF KY-VIGENTE
              AND KY-FEC-EMISION > 0
              COMPUTE WS-FEC-LIMITE-REVISION = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(KY-FEC-EMISION)
                 + WS-DIAS-REVISION-EDD)
              IF WS-FEC-LIMITE-REVISION < WS-FECHA-PROCESO
                 MOVE WS-FECHA-PROCESO TO WS-FEC-LIMITE-REVISION
              END-IF
              IF KY-FEC-VENCIMIENTO > WS-FEC-LIMITE-REVISION
                 MOVE WS-FEC-LIMITE-REVISION TO KY-FEC-VENCIMIENTO
                 MOVE 0 TO KY-NIVEL-AVISO
                 REWRITE KY-REGISTRO-DOCUMENTO
                 ADD 1 TO WS-DOC-ACORTADOS
              END-IF
           END-IF
           READ INVENTARIO-KYC NEXT RECORD
              AT END MOVE '10' TO WS-KY-STATUS
           END-READ
           .
       2710-ACORTAR-DOCUMENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2800-ESCRIBIR-CAMBIO.
           MOVE AR-CTAVALOR         TO WD-CTAVALOR
           MOVE AR-NUME-DOC         TO WD-NUME-DOC
           MOVE AR-NIVEL-ANTERIOR   TO WD-NIVEL-ANTERIOR
           MOVE AR-NIVEL            TO WD-NIVEL
           MOVE AR-PUNTAJE          TO WD-PUNTAJE
           MOVE AR-PTS-LISTA        TO WD-PTS-LISTA
           MOVE AR-PTS-RESIDENCIA   TO WD-PTS-RESIDENCIA
           MOVE AR-PTS-PRODUCTO     TO WD-PTS-PRODUCTO
           MOVE AR-PTS-EFECTIVO     TO WD-PTS-EFECTIVO
           MOVE AR-PTS-VOLUMEN      TO WD-PTS-VOLUMEN
           MOVE AR-VOLUMEN-MES      TO WD-VOLUMEN-MES
           MOVE AR-EFECTIVO-MES     TO WD-EFECTIVO-MES
           MOVE WS-DOC-ACORTADOS    TO WD-DOC-ACORTADOS
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           .
       2800-ESCRIBIR-CAMBIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * UBICA LA CUENTA WS-CTA-BUSCADA EN LA TABLA DE ACTIVIDAD; SI  *
      * NO ESTA Y WS-SW-AGREGAR = 'S' LA INCORPORA. SIN LUGAR O SIN  *
      * AGREGAR DEVUELVE POSICION CERO.                              *
      *--------------------------------------------------------------*
       5000-UBICAR-ACTIVIDAD.
           MOVE 0 TO WS-POS-ACTIVIDAD
           PERFORM 5100-COMPARAR-CUENTA
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-ACTIVIDAD
                 OR WS-POS-ACTIVIDAD > 0
           IF WS-POS-ACTIVIDAD = 0
              AND WS-AGREGAR-CUENTA
              IF WS-TOT-ACTIVIDAD < 5000
                 ADD 1 TO WS-TOT-ACTIVIDAD
                 MOVE WS-TOT-ACTIVIDAD TO WS-POS-ACTIVIDAD
                 MOVE WS-CTA-BUSCADA
                   TO WS-ACT-CTAVALOR(WS-POS-ACTIVIDAD)
                 MOVE 'N' TO WS-ACT-IND-MILA(WS-POS-ACTIVIDAD)
                 MOVE 'N' TO WS-ACT-IND-CAMBIO(WS-POS-ACTIVIDAD)
                 MOVE 'N' TO WS-ACT-IND-OTC(WS-POS-ACTIVIDAD)
                 MOVE 0   TO WS-ACT-VOLUMEN(WS-POS-ACTIVIDAD)
              ELSE
                 DISPLAY 'RAMLRAT - TABLA DE ACTIVIDAD LLENA, CUENTA '
                         WS-CTA-BUSCADA ' NO CARGADA'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .
       5000-UBICAR-ACTIVIDAD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5100-COMPARAR-CUENTA.
           IF WS-ACT-CTAVALOR(WS-IDX) = WS-CTA-BUSCADA
              MOVE WS-IDX TO WS-POS-ACTIVIDAD
           END-IF
           .
       5100-COMPARAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           MOVE 'CUENTAS CALIFICADAS'        TO WL-TITULO
           MOVE WS-TOT-CLIENTES              TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'RIESGO ALTO'                TO WL-TITULO
           MOVE WS-TOT-ALTO                  TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'RIESGO MEDIO'               TO WL-TITULO
           MOVE WS-TOT-MEDIO                 TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'RIESGO BAJO'                TO WL-TITULO
           MOVE WS-TOT-BAJO                  TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'CAMBIOS DE NIVEL REPORTADOS' TO WL-TITULO
           MOVE WS-TOT-CAMBIOS               TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'DOCUMENTOS KYC CON REVISION ADELANTADA'
             TO WL-TITULO
           MOVE WS-TOT-DOC-ACORTADOS         TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           CLOSE CLIENTE-EXT LINEA-MARGEN RESIDENCIA-FISCAL
                 SOLICITUD-EFECTIVO INVENTARIO-KYC CALIFICACION-AML
                 REPORTE-CALIFICACION
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RAMLRAT '   TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-CLIENTES  TO BC-REGISTROS
           MOVE 0            TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RAMLRAT - CUENTAS CALIFICADAS : ' WS-TOT-CLIENTES
           DISPLAY 'RAMLRAT - RIESGO ALTO         : ' WS-TOT-ALTO
           DISPLAY 'RAMLRAT - RIESGO MEDIO        : ' WS-TOT-MEDIO
           DISPLAY 'RAMLRAT - RIESGO BAJO         : ' WS-TOT-BAJO
           DISPLAY 'RAMLRAT - CAMBIOS DE NIVEL    : ' WS-TOT-CAMBIOS
           DISPLAY 'RAMLRAT - DOC. KYC ACORTADOS  : '
                   WS-TOT-DOC-ACORTADOS
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

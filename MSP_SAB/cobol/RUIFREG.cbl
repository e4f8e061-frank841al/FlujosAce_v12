       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RUIFREG.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  21/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 21/09/2026 JQ      ALTA. REGISTRO DE OPERACIONES EN EFECTIVO *
      *                    PARA LA UIF-PERU DESDE SOLEFE, CON        *
      *                    UMBRAL POR OPERACION Y UMBRAL MENSUAL     *
      *                    ACUMULADO POR CLIENTE EN DOLARES (FXRATE),*
      *                    CONTROL HDRTRL E HISTORIA UIFHIST PARA    *
      *                    RECTIFICATORIAS.                          *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * EL PERIODO (AAAAMM) VIENE EN LA TARJETA OPCIONAL UIFCARD;    *
      * SIN ELLA SE REPORTA EL MES CALENDARIO ANTERIOR AL DE         *
      * PROCESO. SE TOMAN LOS DEPOSITOS Y RETIROS DE SOLEFE YA       *
      * ABONADOS CON FECHA DE SOLICITUD EN EL PERIODO Y SE PASAN A   *
      * DOLARES AL TIPO DE CAMBIO OFICIAL DE FXRATE (SOLES ENTRE EL  *
      * CAMBIO DEL DOLAR; OTRA MONEDA POR SU CAMBIO ENTRE EL DEL     *
      * DOLAR). EL CLIENTE ES EL DOCUMENTO DE LA CUENTA EN EODCLI,   *
      * DE MODO QUE EL ACUMULADO MENSUAL JUNTA TODAS SUS CUENTAS.    *
      * SE REGISTRA LA OPERACION QUE IGUALA O SUPERA UIF-UMB-OPE Y   *
      * TODAS LAS DEL CLIENTE CUYO MES SUMA AL MENOS UIF-UMB-MES.    *
      * SI EL PERIODO NO TIENE HISTORIA EN UIFHIST EL ENVIO ES       *
      * ORIGINAL; SI YA SE REPORTO, LA CORRIDA ARMA LA               *
      * RECTIFICATORIA CON SOLO LAS DIFERENCIAS (ALTA, MODIFICACION, *
      * ELIMINACION) Y ACTUALIZA LA HISTORIA. EL ARCHIVO UIFREG VA   *
      * ENTRE CABECERA Y PIE HDRTRL; EL REPORTE (DD UIFRRPT) DETALLA *
      * LO ENVIADO. LA CORRIDA SE REGISTRA EN RUNCTL VIA BCHCTL.     *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TARJETA-PERIODO ASSIGN TO UIFCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENTE-EXT ASSIGN TO EODCLI
               ORGANIZATION IS SEQUENTIAL.
           SELECT SOLICITUD-EFECTIVO ASSIGN TO SOLEFE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-CLAVE
               FILE STATUS IS WS-SL-STATUS.
           SELECT CAMBIO-OFICIAL ASSIGN TO FXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FXR-MONEDA
               FILE STATUS IS WS-FX-STATUS.
           SELECT HISTORIA-UIF ASSIGN TO UIFHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UH-CLAVE
               FILE STATUS IS WS-UH-STATUS.
           SELECT REGISTRO-UIF ASSIGN TO UIFREG
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-UIF ASSIGN TO UIFRRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TARJETA-PERIODO
           RECORDING MODE IS F.
       01  TU-REGISTRO-TARJETA.
           05 TU-PERIODO               PIC 9(06).
           05 FILLER                   PIC X(74).
       FD  CLIENTE-EXT
           RECORDING MODE IS F.
       COPY EODCLI.
       FD  SOLICITUD-EFECTIVO
           RECORDING MODE IS F.
       COPY SOLEFE.
       FD  CAMBIO-OFICIAL
           RECORDING MODE IS F.
       COPY FXRATE.
       FD  HISTORIA-UIF
           RECORDING MODE IS F.
       COPY UIFHIST.
       FD  REGISTRO-UIF
           RECORDING MODE IS F.
       COPY UIFREG.
       COPY HDRTRL.
       FD  REPORTE-UIF
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       COPY PARMCHKP.
       01  WS-SL-STATUS                PIC X(02) VALUE '00'.
           88 WS-SL-OK                           VALUE '00'.
           88 WS-SL-FIN                          VALUE '10'.
       01  WS-FX-STATUS                PIC X(02) VALUE '00'.
           88 WS-FX-OK                           VALUE '00'.
       01  WS-UH-STATUS                PIC X(02) VALUE '00'.
           88 WS-UH-OK                           VALUE '00'.
           88 WS-UH-FIN                          VALUE '10'.
       77  WS-EOF-TARJETA              PIC X(01) VALUE 'N'.
           88 WS-FIN-TARJETA                     VALUE 'S'.
       77  WS-EOF-CLIENTE              PIC X(01) VALUE 'N'.
           88 WS-FIN-CLIENTE                     VALUE 'S'.
       77  WS-SW-CAMBIO-USD            PIC X(01) VALUE 'N'.
           88 WS-HAY-CAMBIO-USD                  VALUE 'S'.
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
       01  WS-PERIODO-TEXTO.
           05 WS-PTX-ANIO              PIC 9(04).
           05 FILLER                   PIC X(01) VALUE '-'.
           05 WS-PTX-MES               PIC 9(02).
      *--------------------------------------------------------------*
      * UMBRALES EN DOLARES SI PARMMAST NO TRAE VALOR APROBADO PARA  *
      * UIF-UMB-OPE (OPERACION) Y UIF-UMB-MES (ACUMULADO MENSUAL).   *
      *--------------------------------------------------------------*
       77  WS-UMBRAL-OPERACION         PIC 9(12)V9(02) COMP-3
                                       VALUE 10000.
       77  WS-UMBRAL-MENSUAL           PIC 9(12)V9(02) COMP-3
                                       VALUE 50000.
       77  WS-CAMBIO-USD               PIC 9(08)V9(04) VALUE 0.
       77  WS-CAMBIO-OPERACION         PIC 9(08)V9(04) VALUE 0.
       77  WS-TIPO-ENVIO               PIC X(01) VALUE 'O'.
           88 WS-ES-ORIGINAL                     VALUE 'O'.
           88 WS-ES-RECTIFICATORIA               VALUE 'R'.
       77  WS-NUM-ENVIO                PIC 9(03) VALUE 0.
       77  WS-ACCION                   PIC X(01) VALUE SPACE.
       77  WS-IND-UMBRAL               PIC X(01) VALUE SPACE.
       77  WS-TOT-CLIENTES             PIC 9(05) COMP VALUE 0.
       77  WS-TOT-OPERACIONES          PIC 9(05) COMP VALUE 0.
       77  WS-TOT-DOCUMENTOS           PIC 9(05) COMP VALUE 0.
       77  WS-TOT-HISTORIA             PIC 9(05) COMP VALUE 0.
       77  WS-TOT-SIN-CAMBIO           PIC 9(05) COMP VALUE 0.
       77  WS-TOT-ALTAS                PIC 9(07) COMP VALUE 0.
       77  WS-TOT-MODIFICACIONES       PIC 9(07) COMP VALUE 0.
       77  WS-TOT-ELIMINACIONES        PIC 9(07) COMP VALUE 0.
       77  WS-TOT-REGISTROS            PIC 9(09) COMP VALUE 0.
       77  WS-IDX                      PIC 9(05) COMP VALUE 0.
       77  WS-IX-OPE                   PIC 9(05) COMP VALUE 0.
       77  WS-IX-HIS                   PIC 9(05) COMP VALUE 0.
       77  WS-POS-CLIENTE              PIC 9(05) COMP VALUE 0.
       77  WS-POS-DOCUMENTO            PIC 9(05) COMP VALUE 0.
       77  WS-POS-HISTORIA             PIC 9(05) COMP VALUE 0.
       01  WS-CTA-BUSCADA              PIC X(20).
       01  WS-DOC-BUSCADO              PIC X(20).
       01  WS-HASH-IMPORTES            PIC S9(15)V9(02) COMP-3
                                       VALUE 0.
      *--------------------------------------------------------------*
      * CUENTAS-VALOR DEL EXTRACTO EODCLI CON SU DOCUMENTO Y NOMBRE. *
      *--------------------------------------------------------------*
       01  WS-CLIENTE-TABLA.
           05 WS-CLI OCCURS 5000 TIMES.
              10 WS-CLI-CTAVALOR       PIC  X(20).
              10 WS-CLI-TIPO-DOC       PIC  X(01).
              10 WS-CLI-NUME-DOC       PIC  X(20).
              10 WS-CLI-NOMBRE         PIC  X(80).
      *--------------------------------------------------------------*
      * OPERACIONES ABONADAS DEL PERIODO YA CONVERTIDAS A DOLARES;   *
      * WS-OPE-CLIENTE ES EL DOCUMENTO (O LA CUENTA SI NO ESTA EN    *
      * EODCLI) CON EL QUE SE ACUMULA EL MES.                        *
      *--------------------------------------------------------------*
       01  WS-OPERACION-TABLA.
           05 WS-OPE OCCURS 5000 TIMES.
              10 WS-OPE-CTAVALOR       PIC  X(20).
              10 WS-OPE-SOLICITUD      PIC  9(09).
              10 WS-OPE-TIPO           PIC  X(01).
              10 WS-OPE-FECHA          PIC  X(10).
              10 WS-OPE-MONEDA         PIC  X(03).
              10 WS-OPE-IMPORTE        PIC S9(12)V9(02).
              10 WS-OPE-CAMBIO         PIC  9(08)V9(04).
              10 WS-OPE-IMPORTE-USD    PIC S9(12)V9(02).
              10 WS-OPE-CLIENTE        PIC  X(20).
              10 WS-OPE-POS-CLIENTE    PIC  9(05) COMP.
       01  WS-DOCUMENTO-TABLA.
           05 WS-DOC OCCURS 5000 TIMES.
              10 WS-DOC-CLIENTE        PIC  X(20).
              10 WS-DOC-TOTAL-USD      PIC S9(14)V9(02) COMP-3.
      *--------------------------------------------------------------*
      * OPERACIONES YA REPORTADAS DEL PERIODO (UIFHIST).             *
      *--------------------------------------------------------------*
       01  WS-HISTORIA-TABLA.
           05 WS-HIS OCCURS 5000 TIMES.
              10 WS-HIS-CTAVALOR       PIC  X(20).
              10 WS-HIS-SOLICITUD      PIC  9(09).
              10 WS-HIS-IND-VISTO      PIC  X(01).
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(44) VALUE
              'REGISTRO DE OPERACIONES EN EFECTIVO - UIF'.
           05 FILLER                   PIC X(10) VALUE 'PERIODO : '.
           05 WT-PERIODO               PIC 9(06).
           05 FILLER                   PIC X(08) VALUE ' ENVIO '.
           05 WT-TIPO-ENVIO            PIC X(01).
           05 FILLER                   PIC X(01) VALUE '-'.
           05 WT-NUM-ENVIO             PIC 9(03).
           05 FILLER                   PIC X(09) VALUE ' FECHA : '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(42) VALUE SPACES.
       01  WS-LINEA-CABECERA.
           05 FILLER                   PIC X(46) VALUE
              'A CUENTA-VALOR         SOLICITUD T FECHA'.
           05 FILLER                   PIC X(46) VALUE
              'MON           IMPORTE  TIPO CAMBIO        IMP'.
           05 FILLER                   PIC X(40) VALUE
              'ORTE USD U DOCUMENTO'.
       01  WS-LINEA-DETALLE.
           05 WD-ACCION                PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-CTAVALOR              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-SOLICITUD             PIC 9(09).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-TIPO                  PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-FECHA                 PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-MONEDA                PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-IMPORTE               PIC -(12)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-CAMBIO                PIC Z(07)9.9999.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-IMPORTE-USD           PIC -(12)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-IND-UMBRAL            PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-NUME-DOC              PIC X(20).
           05 FILLER                   PIC X(10) VALUE SPACES.
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
           IF WS-HAY-CAMBIO-USD
              PERFORM 2000-EVALUAR-OPERACION
                 THRU 2000-EVALUAR-OPERACION-EXIT
                 VARYING WS-IX-OPE FROM 1 BY 1
                 UNTIL WS-IX-OPE > WS-TOT-OPERACIONES
              PERFORM 3000-REVISAR-HISTORIA
                 VARYING WS-IX-HIS FROM 1 BY 1
                 UNTIL WS-IX-HIS > WS-TOT-HISTORIA
           END-IF
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RUIFREG '   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RUIFREG - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1050-DETERMINAR-PERIODO
           PERFORM 1060-CARGAR-PARAMETROS
           OPEN INPUT CAMBIO-OFICIAL
           MOVE '00'  TO WS-FX-STATUS
           MOVE 'USD' TO FXR-MONEDA
           READ CAMBIO-OFICIAL
              INVALID KEY MOVE '23' TO WS-FX-STATUS
           END-READ
           IF WS-FX-OK
              AND FXR-CAMBIO-OFICIAL > 0
              MOVE FXR-CAMBIO-OFICIAL TO WS-CAMBIO-USD
              MOVE 'S' TO WS-SW-CAMBIO-USD
           ELSE
              DISPLAY 'RUIFREG - SIN TIPO DE CAMBIO USD EN FXRATE, '
                      'NO SE GENERA EL REGISTRO'
              MOVE 16 TO RETURN-CODE
           END-IF
           OPEN I-O    HISTORIA-UIF
           OPEN OUTPUT REGISTRO-UIF REPORTE-UIF
           IF WS-HAY-CAMBIO-USD
              PERFORM 1100-CARGAR-CLIENTES
              PERFORM 1200-CARGAR-HISTORIA
              PERFORM 1300-CARGAR-OPERACIONES
           END-IF
           IF WS-TOT-HISTORIA > 0
              MOVE 'R' TO WS-TIPO-ENVIO
           ELSE
              MOVE 'O' TO WS-TIPO-ENVIO
           END-IF
           ADD 1 TO WS-NUM-ENVIO
           MOVE 'CAB'            TO HT-CAB-MARCA
           MOVE 'UIFREG  '       TO HT-CAB-ARCHIVO
           MOVE WS-FECHA-PROCESO TO HT-CAB-FECHA-PROCESO
           WRITE HT-REGISTRO-CABECERA
           MOVE WS-PERIODO       TO WT-PERIODO
           MOVE WS-TIPO-ENVIO    TO WT-TIPO-ENVIO
           MOVE WS-NUM-ENVIO     TO WT-NUM-ENVIO
           MOVE WS-FECHA-PROCESO TO WT-FECHA
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           WRITE REPORTE-REC FROM WS-LINEA-CABECERA
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
              AND TU-PERIODO NUMERIC
              AND TU-PERIODO > 0
              MOVE TU-PERIODO TO WS-PERIODO
           END-IF
           CLOSE TARJETA-PERIODO
           MOVE WS-PER-ANIO TO WS-PTX-ANIO
           MOVE WS-PER-MES  TO WS-PTX-MES
           .
       1050-DETERMINAR-PERIODO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1060-CARGAR-PARAMETROS.
           MOVE 'UIF-UMB-OPE'    TO PMC-COD-PARAMETRO
           MOVE WS-FECHA-PROCESO TO PMC-FECHA
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-UMBRAL-OPERACION
           END-IF
           MOVE 'UIF-UMB-MES'    TO PMC-COD-PARAMETRO
           MOVE WS-FECHA-PROCESO TO PMC-FECHA
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-UMBRAL-MENSUAL
           END-IF
           .
       1060-CARGAR-PARAMETROS-EXIT.
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
              MOVE EC-CLIENTE  TO WS-CLI-NOMBRE(WS-TOT-CLIENTES)
           ELSE
              DISPLAY 'RUIFREG - TABLA DE CLIENTES LLENA, CUENTA '
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
      * LO YA REPORTADO DEL PERIODO Y EL ULTIMO NUMERO DE ENVIO.     *
      *--------------------------------------------------------------*
       1200-CARGAR-HISTORIA.
           MOVE '00' TO WS-UH-STATUS
           MOVE LOW-VALUES TO UH-CLAVE
           START HISTORIA-UIF KEY IS NOT LESS THAN UH-CLAVE
              INVALID KEY MOVE '10' TO WS-UH-STATUS
           END-START
           IF WS-UH-OK
              READ HISTORIA-UIF NEXT RECORD
                 AT END MOVE '10' TO WS-UH-STATUS
              END-READ
           END-IF
           PERFORM 1210-CARGAR-REPORTADA
              UNTIL WS-UH-FIN
           .
       1200-CARGAR-HISTORIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1210-CARGAR-REPORTADA.
           IF UH-PERIODO = WS-PERIODO
              IF UH-NUM-ENVIO > WS-NUM-ENVIO
                 MOVE UH-NUM-ENVIO TO WS-NUM-ENVIO
              END-IF
              IF WS-TOT-HISTORIA < 5000
                 ADD 1 TO WS-TOT-HISTORIA
                 MOVE UH-CTAVALOR  TO WS-HIS-CTAVALOR(WS-TOT-HISTORIA)
                 MOVE UH-SOLICITUD TO WS-HIS-SOLICITUD(WS-TOT-HISTORIA)
                 MOVE 'N'          TO WS-HIS-IND-VISTO(WS-TOT-HISTORIA)
              ELSE
                 DISPLAY 'RUIFREG - TABLA DE HISTORIA LLENA, CUENTA '
                         UH-CTAVALOR ' NO CARGADA'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           READ HISTORIA-UIF NEXT RECORD
              AT END MOVE '10' TO WS-UH-STATUS
           END-READ
           .
       1210-CARGAR-REPORTADA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * OPERACIONES ABONADAS DEL PERIODO Y ACUMULADO POR CLIENTE.    *
      *--------------------------------------------------------------*
       1300-CARGAR-OPERACIONES.
           OPEN INPUT SOLICITUD-EFECTIVO
           MOVE LOW-VALUES TO SL-CLAVE
           START SOLICITUD-EFECTIVO KEY IS NOT LESS THAN SL-CLAVE
              INVALID KEY MOVE '10' TO WS-SL-STATUS
           END-START
           IF WS-SL-OK
              READ SOLICITUD-EFECTIVO NEXT RECORD
                 AT END MOVE '10' TO WS-SL-STATUS
              END-READ
           END-IF
           PERFORM 1310-CARGAR-OPERACION
              UNTIL WS-SL-FIN
           CLOSE SOLICITUD-EFECTIVO
           .
       1300-CARGAR-OPERACIONES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1310-CARGAR-OPERACION.
           IF SL-ABONADA
              AND SL-FEC-SOLICITUD(1:7) = WS-PERIODO-TEXTO
              IF WS-TOT-OPERACIONES < 5000
                 PERFORM 1320-AGREGAR-OPERACION
                    THRU 1320-AGREGAR-OPERACION-EXIT
              ELSE
                 DISPLAY 'RUIFREG - TABLA DE OPERACIONES LLENA, '
                         'CUENTA ' SL-CTAVALOR ' SOLICITUD '
                         SL-SOLICITUD ' NO CARGADA'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           READ SOLICITUD-EFECTIVO NEXT RECORD
              AT END MOVE '10' TO WS-SL-STATUS
           END-READ
           .
       1310-CARGAR-OPERACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CONVERSION A DOLARES. SIN CAMBIO PARA LA MONEDA LA OPERACION *
      * NO SE PUEDE EVALUAR Y SE AVISA.                              *
      *--------------------------------------------------------------*
       1320-AGREGAR-OPERACION.
           EVALUATE TRUE
              WHEN SL-MONEDA = 'USD'
                 MOVE 1 TO WS-CAMBIO-OPERACION
              WHEN SL-MONEDA = 'PEN' OR SL-MONEDA = 'SOL'
                 MOVE WS-CAMBIO-USD TO WS-CAMBIO-OPERACION
              WHEN OTHER
                 MOVE '00'      TO WS-FX-STATUS
                 MOVE SL-MONEDA TO FXR-MONEDA
                 READ CAMBIO-OFICIAL
                    INVALID KEY MOVE '23' TO WS-FX-STATUS
                 END-READ
                 IF WS-FX-OK
                    COMPUTE WS-CAMBIO-OPERACION ROUNDED =
                       FXR-CAMBIO-OFICIAL / WS-CAMBIO-USD
                 ELSE
                    MOVE 0 TO WS-CAMBIO-OPERACION
                 END-IF
           END-EVALUATE
           IF WS-CAMBIO-OPERACION = 0
              ADD 1 TO WS-TOT-SIN-CAMBIO
              DISPLAY 'RUIFREG - SIN TIPO DE CAMBIO ' SL-MONEDA
                      ', CUENTA ' SL-CTAVALOR ' SOLICITUD '
                      SL-SOLICITUD ' NO EVALUADA'
              MOVE 4 TO RETURN-CODE
              GO TO 1320-AGREGAR-OPERACION-EXIT
           END-IF
           ADD 1 TO WS-TOT-OPERACIONES
           MOVE WS-TOT-OPERACIONES TO WS-IDX
           MOVE SL-CTAVALOR      TO WS-OPE-CTAVALOR(WS-IDX)
           MOVE SL-SOLICITUD     TO WS-OPE-SOLICITUD(WS-IDX)
           MOVE SL-TIPO          TO WS-OPE-TIPO(WS-IDX)
           MOVE SL-FEC-SOLICITUD TO WS-OPE-FECHA(WS-IDX)
           MOVE SL-MONEDA        TO WS-OPE-MONEDA(WS-IDX)
           MOVE SL-IMPORTE       TO WS-OPE-IMPORTE(WS-IDX)
           MOVE WS-CAMBIO-OPERACION TO WS-OPE-CAMBIO(WS-IDX)
           IF SL-MONEDA = 'PEN' OR SL-MONEDA = 'SOL'
              COMPUTE WS-OPE-IMPORTE-USD(WS-IDX) ROUNDED =
                 SL-IMPORTE / WS-CAMBIO-OPERACION
           ELSE
              COMPUTE WS-OPE-IMPORTE-USD(WS-IDX) ROUNDED =
                 SL-IMPORTE * WS-CAMBIO-OPERACION
           END-IF
           MOVE SL-CTAVALOR TO WS-CTA-BUSCADA
           PERFORM 5000-UBICAR-CLIENTE
           MOVE WS-POS-CLIENTE TO WS-OPE-POS-CLIENTE(WS-IDX)
           IF WS-POS-CLIENTE > 0
              MOVE WS-CLI-NUME-DOC(WS-POS-CLIENTE)
                TO WS-OPE-CLIENTE(WS-IDX)
           ELSE
              MOVE SL-CTAVALOR TO WS-OPE-CLIENTE(WS-IDX)
           END-IF
           MOVE WS-OPE-CLIENTE(WS-IDX) TO WS-DOC-BUSCADO
           PERFORM 5100-UBICAR-DOCUMENTO
           IF WS-POS-DOCUMENTO > 0
              ADD WS-OPE-IMPORTE-USD(WS-IDX)
                TO WS-DOC-TOTAL-USD(WS-POS-DOCUMENTO)
           END-IF
           .
       1320-AGREGAR-OPERACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * UMBRAL Y COMPARACION CONTRA LO YA REPORTADO.                 *
      *--------------------------------------------------------------*
       2000-EVALUAR-OPERACION.
           MOVE SPACE TO WS-IND-UMBRAL
           MOVE WS-OPE-CLIENTE(WS-IX-OPE) TO WS-DOC-BUSCADO
           PERFORM 5100-UBICAR-DOCUMENTO
           EVALUATE TRUE
              WHEN WS-OPE-IMPORTE-USD(WS-IX-OPE)
                   >= WS-UMBRAL-OPERACION
                 MOVE 'U' TO WS-IND-UMBRAL
              WHEN WS-POS-DOCUMENTO > 0
                   AND WS-DOC-TOTAL-USD(WS-POS-DOCUMENTO)
                   >= WS-UMBRAL-MENSUAL
                 MOVE 'M' TO WS-IND-UMBRAL
           END-EVALUATE
           MOVE 0 TO WS-POS-HISTORIA
           PERFORM 5200-COMPARAR-HISTORIA
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-HISTORIA
                 OR WS-POS-HISTORIA > 0
           IF WS-POS-HISTORIA = 0
              IF WS-IND-UMBRAL NOT = SPACE
                 MOVE 'A' TO WS-ACCION
                 PERFORM 4000-ARMAR-DESDE-OPERACION
                 PERFORM 4500-ESCRIBIR-REGISTRO
                 PERFORM 4600-ACTUALIZAR-HISTORIA
              END-IF
              GO TO 2000-EVALUAR-OPERACION-EXIT
           END-IF
           MOVE 'S' TO WS-HIS-IND-VISTO(WS-POS-HISTORIA)
           PERFORM 2100-LEER-HISTORIA
           IF NOT WS-UH-OK
              GO TO 2000-EVALUAR-OPERACION-EXIT
           END-IF
           MOVE SPACE TO WS-ACCION
           EVALUATE TRUE
              WHEN WS-IND-UMBRAL = SPACE
                 IF UH-REPORTADA
                    MOVE 'E' TO WS-ACCION
                 END-IF
              WHEN UH-ELIMINADA
                 MOVE 'A' TO WS-ACCION
              WHEN UH-IMPORTE     NOT = WS-OPE-IMPORTE(WS-IX-OPE)
                OR UH-MONEDA      NOT = WS-OPE-MONEDA(WS-IX-OPE)
                OR UH-IMPORTE-USD NOT = WS-OPE-IMPORTE-USD(WS-IX-OPE)
                OR UH-IND-UMBRAL  NOT = WS-IND-UMBRAL
                 MOVE 'M' TO WS-ACCION
           END-EVALUATE
           IF WS-ACCION NOT = SPACE
              PERFORM 4000-ARMAR-DESDE-OPERACION
              PERFORM 4500-ESCRIBIR-REGISTRO
              PERFORM 4600-ACTUALIZAR-HISTORIA
           END-IF
           .
       2000-EVALUAR-OPERACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-LEER-HISTORIA.
           MOVE '00' TO WS-UH-STATUS
           MOVE WS-HIS-CTAVALOR(WS-POS-HISTORIA)  TO UH-CTAVALOR
           MOVE WS-HIS-SOLICITUD(WS-POS-HISTORIA) TO UH-SOLICITUD
           READ HISTORIA-UIF
              INVALID KEY MOVE '23' TO WS-UH-STATUS
           END-READ
           .
       2100-LEER-HISTORIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LO REPORTADO QUE YA NO FIGURA ENTRE LAS OPERACIONES ABONADAS *
      * DEL PERIODO (ANULADA O CORREGIDA EN SOLEFE) SE ELIMINA.      *
      *--------------------------------------------------------------*
       3000-REVISAR-HISTORIA.
           IF WS-HIS-IND-VISTO(WS-IX-HIS) = 'N'
              MOVE WS-IX-HIS TO WS-POS-HISTORIA
              PERFORM 2100-LEER-HISTORIA
              IF WS-UH-OK
                 AND UH-REPORTADA
                 MOVE 'E' TO WS-ACCION
                 PERFORM 4100-ARMAR-DESDE-HISTORIA
                 PERFORM 4500-ESCRIBIR-REGISTRO
                 MOVE 'E'              TO UH-ESTADO
                 MOVE WS-NUM-ENVIO     TO UH-NUM-ENVIO
                 MOVE WS-FECHA-PROCESO TO UH-FEC-REPORTE
                 REWRITE UH-REGISTRO-HISTORIA
              END-IF
           END-IF
           .
       3000-REVISAR-HISTORIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-ARMAR-DESDE-OPERACION.
           MOVE SPACES TO UF-REGISTRO-OPERACION
           MOVE WS-OPE-CTAVALOR(WS-IX-OPE)    TO UF-CTAVALOR
           MOVE WS-OPE-SOLICITUD(WS-IX-OPE)   TO UF-SOLICITUD
           MOVE WS-OPE-FECHA(WS-IX-OPE)       TO UF-FEC-OPERACION
           MOVE WS-OPE-TIPO(WS-IX-OPE)        TO UF-TIPO-OPERACION
           MOVE WS-OPE-MONEDA(WS-IX-OPE)      TO UF-MONEDA
           MOVE WS-OPE-IMPORTE(WS-IX-OPE)     TO UF-IMPORTE
           MOVE WS-OPE-CAMBIO(WS-IX-OPE)      TO UF-TIPO-CAMBIO
           MOVE WS-OPE-IMPORTE-USD(WS-IX-OPE) TO UF-IMPORTE-USD
           IF WS-ACCION = 'E'
              MOVE UH-IND-UMBRAL TO UF-IND-UMBRAL
           ELSE
              MOVE WS-IND-UMBRAL TO UF-IND-UMBRAL
           END-IF
           MOVE WS-OPE-POS-CLIENTE(WS-IX-OPE) TO WS-POS-CLIENTE
           PERFORM 4200-DATOS-CLIENTE
           .
       4000-ARMAR-DESDE-OPERACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4100-ARMAR-DESDE-HISTORIA.
           MOVE SPACES TO UF-REGISTRO-OPERACION
           MOVE UH-CTAVALOR       TO UF-CTAVALOR
           MOVE UH-SOLICITUD      TO UF-SOLICITUD
           MOVE UH-FEC-OPERACION  TO UF-FEC-OPERACION
           MOVE UH-TIPO-OPERACION TO UF-TIPO-OPERACION
           MOVE UH-MONEDA         TO UF-MONEDA
           MOVE UH-IMPORTE        TO UF-IMPORTE
           MOVE UH-TIPO-CAMBIO    TO UF-TIPO-CAMBIO
           MOVE UH-IMPORTE-USD    TO UF-IMPORTE-USD
           MOVE UH-IND-UMBRAL     TO UF-IND-UMBRAL
           MOVE UH-CTAVALOR       TO WS-CTA-BUSCADA
           PERFORM 5000-UBICAR-CLIENTE
           PERFORM 4200-DATOS-CLIENTE
           IF WS-POS-CLIENTE = 0
              MOVE UH-NUME-DOC TO UF-NUME-DOC
           END-IF
           .
       4100-ARMAR-DESDE-HISTORIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4200-DATOS-CLIENTE.
           IF WS-POS-CLIENTE > 0
              MOVE WS-CLI-TIPO-DOC(WS-POS-CLIENTE) TO UF-TIPO-DOC
              MOVE WS-CLI-NUME-DOC(WS-POS-CLIENTE) TO UF-NUME-DOC
              MOVE WS-CLI-NOMBRE(WS-POS-CLIENTE)   TO UF-NOMBRE
           END-IF
           .
       4200-DATOS-CLIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4500-ESCRIBIR-REGISTRO.
           MOVE 'DET'         TO UF-TIPO-REGISTRO
           MOVE WS-PERIODO    TO UF-PERIODO
           MOVE WS-TIPO-ENVIO TO UF-TIPO-ENVIO
           MOVE WS-NUM-ENVIO  TO UF-NUM-ENVIO
           MOVE WS-ACCION     TO UF-ACCION
           WRITE UF-REGISTRO-OPERACION
           ADD 1 TO WS-TOT-REGISTROS
           ADD UF-IMPORTE-USD TO WS-HASH-IMPORTES
           EVALUATE WS-ACCION
              WHEN 'A'
                 ADD 1 TO WS-TOT-ALTAS
              WHEN 'M'
                 ADD 1 TO WS-TOT-MODIFICACIONES
              WHEN OTHER
                 ADD 1 TO WS-TOT-ELIMINACIONES
           END-EVALUATE
           MOVE UF-ACCION         TO WD-ACCION
           MOVE UF-CTAVALOR       TO WD-CTAVALOR
           MOVE UF-SOLICITUD      TO WD-SOLICITUD
           MOVE UF-TIPO-OPERACION TO WD-TIPO
           MOVE UF-FEC-OPERACION  TO WD-FECHA
           MOVE UF-MONEDA         TO WD-MONEDA
           MOVE UF-IMPORTE        TO WD-IMPORTE
           MOVE UF-TIPO-CAMBIO    TO WD-CAMBIO
           MOVE UF-IMPORTE-USD    TO WD-IMPORTE-USD
           MOVE UF-IND-UMBRAL     TO WD-IND-UMBRAL
           MOVE UF-NUME-DOC       TO WD-NUME-DOC
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           .
       4500-ESCRIBIR-REGISTRO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA HISTORIA GUARDA LA OPERACION TAL COMO SE ACABA DE         *
      * REPORTAR (ALTA, MODIFICACION O ELIMINACION).                 *
      *--------------------------------------------------------------*
       4600-ACTUALIZAR-HISTORIA.
           MOVE WS-OPE-CTAVALOR(WS-IX-OPE)    TO UH-CTAVALOR
           MOVE WS-OPE-SOLICITUD(WS-IX-OPE)   TO UH-SOLICITUD
           MOVE WS-PERIODO                    TO UH-PERIODO
           MOVE WS-NUM-ENVIO                  TO UH-NUM-ENVIO
           MOVE WS-OPE-TIPO(WS-IX-OPE)        TO UH-TIPO-OPERACION
           MOVE WS-OPE-FECHA(WS-IX-OPE)       TO UH-FEC-OPERACION
           MOVE WS-OPE-MONEDA(WS-IX-OPE)      TO UH-MONEDA
           MOVE WS-OPE-IMPORTE(WS-IX-OPE)     TO UH-IMPORTE
           MOVE WS-OPE-CAMBIO(WS-IX-OPE)      TO UH-TIPO-CAMBIO
           MOVE WS-OPE-IMPORTE-USD(WS-IX-OPE) TO UH-IMPORTE-USD
           MOVE UF-IND-UMBRAL                 TO UH-IND-UMBRAL
           MOVE UF-NUME-DOC                   TO UH-NUME-DOC
           MOVE WS-FECHA-PROCESO              TO UH-FEC-REPORTE
           IF WS-ACCION = 'E'
              MOVE 'E' TO UH-ESTADO
           ELSE
              MOVE 'R' TO UH-ESTADO
           END-IF
           IF WS-POS-HISTORIA > 0
              REWRITE UH-REGISTRO-HISTORIA
           ELSE
              WRITE UH-REGISTRO-HISTORIA
                 INVALID KEY CONTINUE
              END-WRITE
           END-IF
           .
       4600-ACTUALIZAR-HISTORIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5000-UBICAR-CLIENTE.
           MOVE 0 TO WS-POS-CLIENTE
           PERFORM 5010-COMPARAR-CLIENTE
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-CLIENTES
                 OR WS-POS-CLIENTE > 0
           .
       5000-UBICAR-CLIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5010-COMPARAR-CLIENTE.
           IF WS-CLI-CTAVALOR(WS-IDX) = WS-CTA-BUSCADA
              MOVE WS-IDX TO WS-POS-CLIENTE
           END-IF
           .
       5010-COMPARAR-CLIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * UBICA (O INCORPORA) EL CLIENTE EN LA TABLA DE ACUMULADOS.    *
      *--------------------------------------------------------------*
       5100-UBICAR-DOCUMENTO.
           MOVE 0 TO WS-POS-DOCUMENTO
           PERFORM 5110-COMPARAR-DOCUMENTO
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-DOCUMENTOS
                 OR WS-POS-DOCUMENTO > 0
           IF WS-POS-DOCUMENTO = 0
              AND WS-TOT-DOCUMENTOS < 5000
              ADD 1 TO WS-TOT-DOCUMENTOS
              MOVE WS-TOT-DOCUMENTOS TO WS-POS-DOCUMENTO
              MOVE WS-DOC-BUSCADO
                TO WS-DOC-CLIENTE(WS-POS-DOCUMENTO)
              MOVE 0 TO WS-DOC-TOTAL-USD(WS-POS-DOCUMENTO)
           END-IF
           .
       5100-UBICAR-DOCUMENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5110-COMPARAR-DOCUMENTO.
           IF WS-DOC-CLIENTE(WS-IDX) = WS-DOC-BUSCADO
              MOVE WS-IDX TO WS-POS-DOCUMENTO
           END-IF
           .
       5110-COMPARAR-DOCUMENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5200-COMPARAR-HISTORIA.
           IF WS-HIS-CTAVALOR(WS-IDX) = WS-OPE-CTAVALOR(WS-IX-OPE)
              AND WS-HIS-SOLICITUD(WS-IDX) =
                  WS-OPE-SOLICITUD(WS-IX-OPE)
              MOVE WS-IDX TO WS-POS-HISTORIA
           END-IF
           .
       5200-COMPARAR-HISTORIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           MOVE 'PIE'            TO HT-PIE-MARCA
           MOVE 'UIFREG  '       TO HT-PIE-ARCHIVO
           MOVE WS-FECHA-PROCESO TO HT-PIE-FECHA-PROCESO
           MOVE WS-TOT-REGISTROS TO HT-PIE-CANT-REGISTROS
           MOVE WS-HASH-IMPORTES TO HT-PIE-HASH-IMPORTES
           WRITE HT-REGISTRO-PIE
           MOVE 'OPERACIONES ABONADAS DEL PERIODO' TO WL-TITULO
           MOVE WS-TOT-OPERACIONES           TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'OPERACIONES SIN TIPO DE CAMBIO' TO WL-TITULO
           MOVE WS-TOT-SIN-CAMBIO            TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'ALTAS'                      TO WL-TITULO
           MOVE WS-TOT-ALTAS                 TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'MODIFICACIONES'             TO WL-TITULO
           MOVE WS-TOT-MODIFICACIONES        TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'ELIMINACIONES'              TO WL-TITULO
           MOVE WS-TOT-ELIMINACIONES         TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           CLOSE CAMBIO-OFICIAL HISTORIA-UIF REGISTRO-UIF REPORTE-UIF
           MOVE 'F'              TO BC-FUNCION
           MOVE 'RUIFREG '       TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-REGISTROS TO BC-REGISTROS
           MOVE RETURN-CODE      TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RUIFREG - PERIODO             : ' WS-PERIODO
           DISPLAY 'RUIFREG - ENVIO               : ' WS-TIPO-ENVIO
                   '-' WS-NUM-ENVIO
           DISPLAY 'RUIFREG - REGISTROS ENVIADOS  : ' WS-TOT-REGISTROS
           DISPLAY 'RUIFREG - ALTAS               : ' WS-TOT-ALTAS
           DISPLAY 'RUIFREG - MODIFICACIONES      : '
                   WS-TOT-MODIFICACIONES
           DISPLAY 'RUIFREG - ELIMINACIONES       : '
                   WS-TOT-ELIMINACIONES
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

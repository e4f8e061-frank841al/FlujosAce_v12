       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RPADATT.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  14/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 14/09/2026 JQ      ALTA. DECLARACION MENSUAL DE NEGOCIACION  *
      *                    POR CUENTA PROPIA DEL PERSONAL (PADEMPL)  *
      *                    PARA CUMPLIMIENTO.                        *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * CORRE EL PRIMER DIA HABIL DEL MES SOBRE EL MES ANTERIOR. POR *
      * CADA CUENTA DE EMPLEADO ACTIVA, O DADA DE BAJA DENTRO DEL    *
      * PERIODO, EMITE UN BLOQUE EN PADATRPT CON:                    *
      *  - LAS ORDENES DEL PERIODO (ORDMAST, SIN CANCELADAS),        *
      *    MARCANDO LAS QUE NO TIENEN PREAUTORIZACION APROBADA QUE   *
      *    LAS CUBRA (PADSOLI) Y LAS DE NEMONICOS QUE A LA FECHA DE  *
      *    LA ORDEN ESTABAN EN LA LISTA RESTRINGIDA O DE VIGILANCIA; *
      *  - LAS SOLICITUDES DE PREAUTORIZACION PRESENTADAS O          *
      *    RESUELTAS EN EL PERIODO;                                  *
      *  - LA TENENCIA ACTUAL (CARTMAST) EN NEMONICOS DE LAS LISTAS; *
      *  - LA LINEA DE DECLARACION Y FIRMA DEL EMPLEADO.             *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADO-CUENTA ASSIGN TO PADEMPL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CTAVALOR
               FILE STATUS IS WS-EMP-STATUS.
           SELECT LISTA-RESTRINGIDA ASSIGN TO PADREST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-NEMONICO
               FILE STATUS IS WS-RS-STATUS.
           SELECT SOLICITUD-PREAUT ASSIGN TO PADSOLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-CLAVE
               FILE STATUS IS WS-PS-STATUS.
           SELECT ORDEN-MAESTRO ASSIGN TO ORDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-CLAVE
               FILE STATUS IS WS-OM-STATUS.
           SELECT CARTERA ASSIGN TO CARTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CLAVE
               FILE STATUS IS WS-CM-STATUS.
           SELECT REPORTE-DECLARACION ASSIGN TO PADATRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADO-CUENTA
           RECORDING MODE IS F.
       COPY PADEMPL.
       FD  LISTA-RESTRINGIDA
           RECORDING MODE IS F.
       COPY PADREST.
       FD  SOLICITUD-PREAUT
           RECORDING MODE IS F.
       COPY PADSOLI.
       FD  ORDEN-MAESTRO
           RECORDING MODE IS F.
       COPY ORDMAST.
       FD  CARTERA
           RECORDING MODE IS F.
       COPY CARTMAST.
       FD  REPORTE-DECLARACION
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       COPY BCHCTLP.
       01  WS-EMP-STATUS               PIC X(02) VALUE '00'.
           88 WS-EMP-OK                          VALUE '00'.
           88 WS-EMP-FIN                         VALUE '10'.
       01  WS-RS-STATUS                PIC X(02) VALUE '00'.
           88 WS-RS-OK                           VALUE '00'.
           88 WS-RS-FIN                          VALUE '10'.
       01  WS-PS-STATUS                PIC X(02) VALUE '00'.
           88 WS-PS-OK                           VALUE '00'.
           88 WS-PS-FIN                          VALUE '10'.
       01  WS-OM-STATUS                PIC X(02) VALUE '00'.
           88 WS-OM-OK                           VALUE '00'.
           88 WS-OM-FIN                          VALUE '10'.
       01  WS-CM-STATUS                PIC X(02) VALUE '00'.
           88 WS-CM-OK                           VALUE '00'.
       77  WS-SW-PREAUTORIZADA         PIC X(01) VALUE 'N'.
           88 WS-HAY-PREAUTORIZACION             VALUE 'S'.
       77  WS-TOT-EMPLEADOS            PIC 9(05) COMP VALUE 0.
       77  WS-TOT-ORDENES              PIC 9(07) COMP VALUE 0.
       77  WS-TOT-SIN-PREAUT           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-EN-LISTA             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-LISTA                PIC 9(05) COMP VALUE 0.
       77  WS-CNT-BLOQUE               PIC 9(05) COMP VALUE 0.
       77  WS-POS-LISTA                PIC 9(05) COMP VALUE 0.
       77  WS-IDX                      PIC 9(05) COMP VALUE 0.
       01  WS-FECHA-SISTEMA            PIC 9(08).
       01  WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
           05 WS-FEC-ANIO              PIC 9(04).
           05 WS-FEC-MES               PIC 9(02).
           05 WS-FEC-DIA               PIC 9(02).
       01  WS-PERIODO                  PIC 9(06).
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           05 WS-PER-ANIO              PIC 9(04).
           05 WS-PER-MES               PIC 9(02).
       01  WS-FEC-DESDE                PIC 9(08).
       01  WS-FEC-HASTA                PIC 9(08).
       01  WS-NEMONICO-BUSCADO         PIC X(10).
       01  WS-TABLA-LISTA.
           05 WS-LISTA-ENTRY OCCURS 2000 TIMES.
              10 WS-TL-NEMONICO        PIC  X(10).
              10 WS-TL-TIPO-LISTA      PIC  X(01).
              10 WS-TL-FEC-INICIO      PIC  9(08).
              10 WS-TL-FEC-FIN         PIC  9(08).
              10 WS-TL-MOTIVO          PIC  X(40).
       01  WS-LINEA-CABECERA.
           05 FILLER                   PIC  X(10) VALUE 'EMPLEADO: '.
           05 WC-COD-EMPLEADO          PIC  X(07).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WC-NOMBRE                PIC  X(40).
           05 FILLER                   PIC  X(07) VALUE ' AREA: '.
           05 WC-AREA                  PIC  X(04).
           05 FILLER                   PIC  X(09) VALUE ' CUENTA: '.
           05 WC-CTAVALOR              PIC  X(20).
           05 FILLER                   PIC  X(10) VALUE ' PERIODO: '.
           05 WC-PERIODO               PIC  9(06).
           05 FILLER                   PIC  X(18) VALUE SPACES.
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC  X(02) VALUE SPACES.
           05 WT-TITULO                PIC  X(60).
           05 FILLER                   PIC  X(70) VALUE SPACES.
       01  WS-LINEA-VACIA.
           05 FILLER                   PIC  X(04) VALUE SPACES.
           05 FILLER                   PIC  X(15) VALUE
              'SIN REGISTROS'.
           05 FILLER                   PIC  X(113) VALUE SPACES.
       01  WS-LINEA-ORDEN.
           05 FILLER                   PIC  X(04) VALUE SPACES.
           05 WO-ORDEN                 PIC  9(09).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WO-FECHA                 PIC  9(08).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WO-TIPO                  PIC  X(01).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WO-NEMONICO              PIC  X(10).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WO-CANTIDAD              PIC  -(10)9.9999.
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WO-SITUACION             PIC  X(10).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WO-OBS-PREAUT            PIC  X(20).
           05 WO-OBS-LISTA             PIC  X(20).
           05 FILLER                   PIC  X(28) VALUE SPACES.
       01  WS-LINEA-SOLICITUD.
           05 FILLER                   PIC  X(04) VALUE SPACES.
           05 WL-SOLICITUD          PIC  9(09).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WL-FEC-SOLICITUD      PIC  9(08).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WL-TIPO               PIC  X(01).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WL-NEMONICO           PIC  X(10).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WL-CANTIDAD           PIC  -(10)9.9999.
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WL-ESTADO             PIC  X(01).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WL-FEC-RESOLUCION     PIC  9(08).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WL-FEC-VENCIMIENTO    PIC  9(08).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WL-USU-RESUELVE       PIC  X(07).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WL-MOTIVO             PIC  X(40).
           05 FILLER                   PIC  X(11) VALUE SPACES.
       01  WS-LINEA-TENENCIA.
           05 FILLER                   PIC  X(04) VALUE SPACES.
           05 WN-NEMONICO              PIC  X(10).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WN-TIPO-LISTA            PIC  X(01).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WN-SDOCON                PIC  Z(11)9.
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WN-SDODIS                PIC  Z(11)9.
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WN-MOTIVO                PIC  X(40).
           05 FILLER                   PIC  X(49) VALUE SPACES.
       01  WS-LINEA-DECLARACION.
           05 FILLER                   PIC  X(04) VALUE SPACES.
           05 FILLER                   PIC  X(45) VALUE
              'DECLARO QUE LO DETALLADO COMPRENDE TODA MI NE'.
           05 FILLER                   PIC  X(45) VALUE
              'GOCIACION POR CUENTA PROPIA EN EL PERIODO.   '.
           05 FILLER                   PIC  X(38) VALUE SPACES.
       01  WS-LINEA-FIRMA.
           05 FILLER                   PIC  X(04) VALUE SPACES.
           05 FILLER                   PIC  X(37) VALUE
              'FIRMA: ______________________________'.
           05 FILLER                   PIC  X(21) VALUE
              '   FECHA: __________'.
           05 FILLER                   PIC  X(70) VALUE SPACES.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 1100-CARGAR-LISTA
              UNTIL WS-RS-FIN
           PERFORM 2000-PROCESAR-EMPLEADO
              UNTIL WS-EMP-FIN
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RPADATT'    TO BC-PROGRAMA
           MOVE SPACES       TO BC-PREDECESOR
           MOVE WS-FECHA-SISTEMA TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RPADATT - CONTROL BATCH EN ERROR'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-FEC-MES = 1
              COMPUTE WS-PER-ANIO = WS-FEC-ANIO - 1
              MOVE 12 TO WS-PER-MES
           ELSE
              MOVE WS-FEC-ANIO TO WS-PER-ANIO
              COMPUTE WS-PER-MES = WS-FEC-MES - 1
           END-IF
           COMPUTE WS-FEC-DESDE = WS-PERIODO * 100 + 1
           COMPUTE WS-FEC-HASTA = WS-PERIODO * 100 + 31
           OPEN INPUT  EMPLEADO-CUENTA LISTA-RESTRINGIDA
                       SOLICITUD-PREAUT ORDEN-MAESTRO CARTERA
           OPEN OUTPUT REPORTE-DECLARACION
           MOVE LOW-VALUES TO RS-NEMONICO
           START LISTA-RESTRINGIDA KEY IS NOT LESS THAN RS-NEMONICO
              INVALID KEY MOVE '10' TO WS-RS-STATUS
           END-START
           IF WS-RS-OK
              READ LISTA-RESTRINGIDA NEXT RECORD
                 AT END MOVE '10' TO WS-RS-STATUS
              END-READ
           END-IF
           MOVE LOW-VALUES TO EMP-CTAVALOR
           START EMPLEADO-CUENTA KEY IS NOT LESS THAN EMP-CTAVALOR
              INVALID KEY MOVE '10' TO WS-EMP-STATUS
           END-START
           IF WS-EMP-OK
              READ EMPLEADO-CUENTA NEXT RECORD
                 AT END MOVE '10' TO WS-EMP-STATUS
              END-READ
           END-IF
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * SOLO LAS ENTRADAS DE LISTA CUYA VIGENCIA TOCA EL PERIODO.    *
      *--------------------------------------------------------------*
       1100-CARGAR-LISTA.
           IF RS-FEC-INICIO <= WS-FEC-HASTA
              AND RS-FEC-FIN >= WS-FEC-DESDE
              AND WS-TOT-LISTA < 2000
              ADD 1 TO WS-TOT-LISTA
              MOVE RS-NEMONICO   TO WS-TL-NEMONICO(WS-TOT-LISTA)
              MOVE RS-TIPO-LISTA TO WS-TL-TIPO-LISTA(WS-TOT-LISTA)
              MOVE RS-FEC-INICIO TO WS-TL-FEC-INICIO(WS-TOT-LISTA)
              MOVE RS-FEC-FIN    TO WS-TL-FEC-FIN(WS-TOT-LISTA)
              MOVE RS-MOTIVO     TO WS-TL-MOTIVO(WS-TOT-LISTA)
           END-IF
           READ LISTA-RESTRINGIDA NEXT RECORD
              AT END MOVE '10' TO WS-RS-STATUS
           END-READ
           .
       1100-CARGAR-LISTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-PROCESAR-EMPLEADO.
           IF EMP-ES-ACTIVO
              OR EMP-FEC-BAJA >= WS-FEC-DESDE
              PERFORM 2100-REPORTAR-EMPLEADO
           END-IF
           READ EMPLEADO-CUENTA NEXT RECORD
              AT END MOVE '10' TO WS-EMP-STATUS
           END-READ
           .
       2000-PROCESAR-EMPLEADO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-REPORTAR-EMPLEADO.
           ADD 1 TO WS-TOT-EMPLEADOS
           MOVE EMP-COD-EMPLEADO TO WC-COD-EMPLEADO
           MOVE EMP-NOMBRE       TO WC-NOMBRE
           MOVE EMP-AREA         TO WC-AREA
           MOVE EMP-CTAVALOR     TO WC-CTAVALOR
           MOVE WS-PERIODO       TO WC-PERIODO
           WRITE REPORTE-REC FROM WS-LINEA-CABECERA
           PERFORM 3000-LISTAR-ORDENES
           PERFORM 4000-LISTAR-SOLICITUDES
           PERFORM 5000-LISTAR-TENENCIAS
           WRITE REPORTE-REC FROM WS-LINEA-DECLARACION
           WRITE REPORTE-REC FROM WS-LINEA-FIRMA
           MOVE SPACES TO REPORTE-REC
           WRITE REPORTE-REC
           .
       2100-REPORTAR-EMPLEADO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-LISTAR-ORDENES.
           MOVE 'ORDENES DEL PERIODO' TO WT-TITULO
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           MOVE 0    TO WS-CNT-BLOQUE
           MOVE '00' TO WS-OM-STATUS
           MOVE EMP-CTAVALOR TO OM-CTAVALOR
           MOVE 0            TO OM-ORDEN
           START ORDEN-MAESTRO KEY IS NOT LESS THAN OM-CLAVE
              INVALID KEY MOVE '10' TO WS-OM-STATUS
           END-START
           IF WS-OM-OK
              READ ORDEN-MAESTRO NEXT RECORD
                 AT END MOVE '10' TO WS-OM-STATUS
              END-READ
           END-IF
           PERFORM 3100-REVISAR-ORDEN
              UNTIL WS-OM-FIN
                 OR OM-CTAVALOR NOT = EMP-CTAVALOR
           IF WS-CNT-BLOQUE = 0
              WRITE REPORTE-REC FROM WS-LINEA-VACIA
           END-IF
           .
       3000-LISTAR-ORDENES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-REVISAR-ORDEN.
           IF OM-FECHA-ORDEN >= WS-FEC-DESDE
              AND OM-FECHA-ORDEN <= WS-FEC-HASTA
              AND OM-SITUACION NOT = 'CANCELADA'
              PERFORM 3200-ESCRIBIR-ORDEN
           END-IF
           READ ORDEN-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-OM-STATUS
           END-READ
           .
       3100-REVISAR-ORDEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA ORDEN SE MARCA SI NINGUNA PREAUTORIZACION APROBADA DEL    *
      * MISMO SENTIDO ESTABA VIGENTE EL DIA DE LA ORDEN POR AL MENOS *
      * SU CANTIDAD, Y SI EL NEMONICO ESTABA EN ALGUNA LISTA ESE DIA.*
      *--------------------------------------------------------------*
       3200-ESCRIBIR-ORDEN.
           ADD 1 TO WS-CNT-BLOQUE
           ADD 1 TO WS-TOT-ORDENES
           MOVE OM-ORDEN        TO WO-ORDEN
           MOVE OM-FECHA-ORDEN  TO WO-FECHA
           MOVE OM-TIPO-ORDEN   TO WO-TIPO
           MOVE OM-NEMONICO     TO WO-NEMONICO
           MOVE OM-CAN-ORDEN    TO WO-CANTIDAD
           MOVE OM-SITUACION    TO WO-SITUACION
           MOVE SPACES          TO WO-OBS-PREAUT WO-OBS-LISTA
           PERFORM 3300-BUSCAR-PREAUTORIZACION
           IF NOT WS-HAY-PREAUTORIZACION
              ADD 1 TO WS-TOT-SIN-PREAUT
              MOVE 'SIN PREAUTORIZACION' TO WO-OBS-PREAUT
           END-IF
           MOVE OM-NEMONICO TO WS-NEMONICO-BUSCADO
           PERFORM 6000-UBICAR-LISTA
           IF WS-POS-LISTA > 0
              IF OM-FECHA-ORDEN >= WS-TL-FEC-INICIO(WS-POS-LISTA)
                 AND OM-FECHA-ORDEN <= WS-TL-FEC-FIN(WS-POS-LISTA)
                 ADD 1 TO WS-TOT-EN-LISTA
                 IF WS-TL-TIPO-LISTA(WS-POS-LISTA) = 'R'
                    MOVE 'LISTA RESTRINGIDA' TO WO-OBS-LISTA
                 ELSE
                    MOVE 'LISTA DE VIGILANCIA' TO WO-OBS-LISTA
                 END-IF
              END-IF
           END-IF
           WRITE REPORTE-REC FROM WS-LINEA-ORDEN
           .
       3200-ESCRIBIR-ORDEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3300-BUSCAR-PREAUTORIZACION.
           MOVE 'N'  TO WS-SW-PREAUTORIZADA
           MOVE '00' TO WS-PS-STATUS
           MOVE OM-CTAVALOR TO PS-CTAVALOR
           MOVE OM-NEMONICO TO PS-NEMONICO
           MOVE 0           TO PS-SOLICITUD
           START SOLICITUD-PREAUT KEY IS NOT LESS THAN PS-CLAVE
              INVALID KEY MOVE '10' TO WS-PS-STATUS
           END-START
           IF WS-PS-OK
              READ SOLICITUD-PREAUT NEXT RECORD
                 AT END MOVE '10' TO WS-PS-STATUS
              END-READ
           END-IF
           PERFORM 3310-REVISAR-SOLICITUD
              UNTIL WS-PS-FIN
                 OR WS-HAY-PREAUTORIZACION
                 OR PS-CTAVALOR NOT = OM-CTAVALOR
                 OR PS-NEMONICO NOT = OM-NEMONICO
           .
       3300-BUSCAR-PREAUTORIZACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3310-REVISAR-SOLICITUD.
           IF PS-APROBADA
              AND PS-TIPO-OPERACION  = OM-TIPO-ORDEN
              AND PS-FEC-RESOLUCION <= OM-FECHA-ORDEN
              AND PS-FEC-VENCIMIENTO >= OM-FECHA-ORDEN
              AND PS-CANTIDAD >= OM-CAN-ORDEN
              MOVE 'S' TO WS-SW-PREAUTORIZADA
           ELSE
              READ SOLICITUD-PREAUT NEXT RECORD
                 AT END MOVE '10' TO WS-PS-STATUS
              END-READ
           END-IF
           .
       3310-REVISAR-SOLICITUD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * SOLICITUDES PRESENTADAS O RESUELTAS DENTRO DEL PERIODO,      *
      * CUALQUIERA SEA SU ESTADO.                                    *
      *--------------------------------------------------------------*
       4000-LISTAR-SOLICITUDES.
           MOVE 'SOLICITUDES DE PREAUTORIZACION' TO WT-TITULO
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           MOVE 0    TO WS-CNT-BLOQUE
           MOVE '00' TO WS-PS-STATUS
           MOVE LOW-VALUES   TO PS-CLAVE
           MOVE EMP-CTAVALOR TO PS-CTAVALOR
           START SOLICITUD-PREAUT KEY IS NOT LESS THAN PS-CLAVE
              INVALID KEY MOVE '10' TO WS-PS-STATUS
           END-START
           IF WS-PS-OK
              READ SOLICITUD-PREAUT NEXT RECORD
                 AT END MOVE '10' TO WS-PS-STATUS
              END-READ
           END-IF
           PERFORM 4100-REVISAR-SOLICITUD
              UNTIL WS-PS-FIN
                 OR PS-CTAVALOR NOT = EMP-CTAVALOR
           IF WS-CNT-BLOQUE = 0
              WRITE REPORTE-REC FROM WS-LINEA-VACIA
           END-IF
           .
       4000-LISTAR-SOLICITUDES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4100-REVISAR-SOLICITUD.
           IF (PS-FEC-SOLICITUD >= WS-FEC-DESDE
               AND PS-FEC-SOLICITUD <= WS-FEC-HASTA)
              OR (PS-FEC-RESOLUCION >= WS-FEC-DESDE
               AND PS-FEC-RESOLUCION <= WS-FEC-HASTA)
              ADD 1 TO WS-CNT-BLOQUE
              MOVE PS-SOLICITUD       TO WL-SOLICITUD
              MOVE PS-FEC-SOLICITUD   TO WL-FEC-SOLICITUD
              MOVE PS-TIPO-OPERACION  TO WL-TIPO
              MOVE PS-NEMONICO        TO WL-NEMONICO
              MOVE PS-CANTIDAD        TO WL-CANTIDAD
              MOVE PS-ESTADO          TO WL-ESTADO
              MOVE PS-FEC-RESOLUCION  TO WL-FEC-RESOLUCION
              MOVE PS-FEC-VENCIMIENTO TO WL-FEC-VENCIMIENTO
              MOVE PS-USU-RESUELVE    TO WL-USU-RESUELVE
              MOVE PS-MOTIVO          TO WL-MOTIVO
              WRITE REPORTE-REC FROM WS-LINEA-SOLICITUD
           END-IF
           READ SOLICITUD-PREAUT NEXT RECORD
              AT END MOVE '10' TO WS-PS-STATUS
           END-READ
           .
       4100-REVISAR-SOLICITUD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5000-LISTAR-TENENCIAS.
           MOVE 'TENENCIA ACTUAL EN NEMONICOS DE LISTA' TO WT-TITULO
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           MOVE 0 TO WS-CNT-BLOQUE
           PERFORM 5100-REVISAR-TENENCIA
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-LISTA
           IF WS-CNT-BLOQUE = 0
              WRITE REPORTE-REC FROM WS-LINEA-VACIA
           END-IF
           .
       5000-LISTAR-TENENCIAS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5100-REVISAR-TENENCIA.
           MOVE '00' TO WS-CM-STATUS
           MOVE WS-TL-NEMONICO(WS-IDX) TO CM-NEMONICO
           MOVE EMP-CTAVALOR           TO CM-CTAVALOR
           READ CARTERA
              INVALID KEY MOVE '23' TO WS-CM-STATUS
           END-READ
           IF WS-CM-OK
              AND CM-SDOCON > 0
              ADD 1 TO WS-CNT-BLOQUE
              MOVE CM-NEMONICO              TO WN-NEMONICO
              MOVE WS-TL-TIPO-LISTA(WS-IDX) TO WN-TIPO-LISTA
              MOVE CM-SDOCON                TO WN-SDOCON
              MOVE CM-SDODIS                TO WN-SDODIS
              MOVE WS-TL-MOTIVO(WS-IDX)     TO WN-MOTIVO
              WRITE REPORTE-REC FROM WS-LINEA-TENENCIA
           END-IF
           .
       5100-REVISAR-TENENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6000-UBICAR-LISTA.
           MOVE 0 TO WS-POS-LISTA
           PERFORM 6100-COMPARAR-LISTA
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-LISTA
                 OR WS-POS-LISTA > 0
           .
       6000-UBICAR-LISTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6100-COMPARAR-LISTA.
           IF WS-TL-NEMONICO(WS-IDX) = WS-NEMONICO-BUSCADO
              MOVE WS-IDX TO WS-POS-LISTA
           END-IF
           .
       6100-COMPARAR-LISTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE EMPLEADO-CUENTA LISTA-RESTRINGIDA SOLICITUD-PREAUT
                 ORDEN-MAESTRO CARTERA REPORTE-DECLARACION
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RPADATT'    TO BC-PROGRAMA
           MOVE WS-FECHA-SISTEMA TO BC-FECHA-PROCESO
           MOVE WS-TOT-EMPLEADOS TO BC-REGISTROS
           MOVE 0            TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RPADATT - PERIODO DECLARADO  : ' WS-PERIODO
           DISPLAY 'RPADATT - EMPLEADOS          : ' WS-TOT-EMPLEADOS
           DISPLAY 'RPADATT - ORDENES LISTADAS   : ' WS-TOT-ORDENES
           DISPLAY 'RPADATT - SIN PREAUTORIZACION: ' WS-TOT-SIN-PREAUT
           DISPLAY 'RPADATT - EN LISTA           : ' WS-TOT-EN-LISTA
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REVPTRIM.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  28/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 28/09/2026 JQ      ALTA. REPORTE TRIMESTRAL DEL REGISTRO DE  *
      *                    EVENTOS DE PERDIDA OPERACIONAL (EVPERD)   *
      *                    POR TIPO DE EVENTO Y LINEA DE NEGOCIO, EN *
      *                    SOLES.                                    *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * EL TRIMESTRE (AAAA Y NUMERO 1 A 4) VIENE EN LA TARJETA       *
      * OPCIONAL EVPCARD; SIN ELLA SE TOMA EL TRIMESTRE CALENDARIO   *
      * ANTERIOR AL DE PROCESO. UN EVENTO CAE EN EL TRIMESTRE POR SU *
      * FECHA DE DESCUBRIMIENTO. EL DETALLE LISTA LOS EVENTOS        *
      * CONFIRMADOS Y LOS AUN PROPUESTOS (ESTADO P, PENDIENTES DE    *
      * REVISION DE RIESGOS); LOS DESCARTADOS SOLO SE CUENTAN. LA    *
      * MATRIZ POR TIPO DE EVENTO Y LINEA DE NEGOCIO, CON SUBTOTAL   *
      * POR TIPO, Y EL TOTAL POR LINEA SE ARMAN SOLO CON LOS         *
      * CONFIRMADOS: CANTIDAD, PERDIDA BRUTA, RECUPERO Y PERDIDA     *
      * NETA EN SOLES AL CAMBIO OFICIAL VIGENTE (FXRATES); EL EVENTO *
      * SIN TIPO DE CAMBIO QUEDA FUERA DE LOS TOTALES Y LA CORRIDA   *
      * TERMINA CON ADVERTENCIA. LA CORRIDA SE REGISTRA EN RUNCTL    *
      * VIA BCHCTL.                                                  *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TARJETA-TRIMESTRE ASSIGN TO EVPCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT EVENTO-PERDIDA ASSIGN TO EVPERD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EV-CLAVE
               FILE STATUS IS WS-EV-STATUS.
           SELECT FXRATES ASSIGN TO FXRATES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FXR-MONEDA
               FILE STATUS IS WS-FX-STATUS.
           SELECT REPORTE-EVENTO ASSIGN TO EVPRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TARJETA-TRIMESTRE
           RECORDING MODE IS F.
       01  TJ-REGISTRO-TARJETA.
           05 TJ-ANIO                  PIC 9(04).
           05 TJ-TRIMESTRE             PIC 9(01).
           05 FILLER                   PIC X(75).
       FD  EVENTO-PERDIDA
           RECORDING MODE IS F.
       COPY EVPERD.
       FD  FXRATES
           RECORDING MODE IS F.
       COPY FXRATE.
       FD  REPORTE-EVENTO
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-EOF-TARJETA              PIC X(01) VALUE 'N'.
           88 WS-FIN-TARJETA                     VALUE 'S'.
       01  WS-EV-STATUS                PIC X(02) VALUE '00'.
           88 WS-EV-OK                           VALUE '00'.
       01  WS-FX-STATUS                PIC X(02) VALUE '00'.
           88 WS-FX-OK                           VALUE '00'.
       01  WS-FECHA-PROCESO            PIC 9(08).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05 WS-FP-ANIO               PIC 9(04).
           05 WS-FP-MES                PIC 9(02).
           05 FILLER                   PIC 9(02).
       01  WS-ANIO                     PIC 9(04).
       01  WS-TRIMESTRE                PIC 9(01).
       01  WS-FECHA-DESDE              PIC 9(08).
       01  WS-FECHA-DESDE-R REDEFINES WS-FECHA-DESDE.
           05 WS-FD-ANIO               PIC 9(04).
           05 WS-FD-MES                PIC 9(02).
           05 WS-FD-DIA                PIC 9(02).
       01  WS-FECHA-HASTA              PIC 9(08).
       01  WS-FECHA-HASTA-R REDEFINES WS-FECHA-HASTA.
           05 WS-FH-ANIO               PIC 9(04).
           05 WS-FH-MES                PIC 9(02).
           05 WS-FH-DIA                PIC 9(02).
       01  WS-MONEDA-CAMBIO            PIC X(03) VALUE SPACES.
       01  WS-CAMBIO-OFICIAL           PIC 9(08)V9(04) VALUE 0.
       77  WS-IND-CONVERTIDO           PIC X(01) VALUE 'S'.
           88 WS-CONVERTIDO                      VALUE 'S'.
       01  WS-BRUTA-SOLES              PIC S9(15)V9(02) COMP-3.
       01  WS-RECUPERO-SOLES           PIC S9(15)V9(02) COMP-3.
       77  WS-TIPO                     PIC 9(01) COMP VALUE 0.
       77  WS-LINEA                    PIC 9(01) COMP VALUE 0.
       77  WS-TOT-LEIDOS               PIC 9(07) COMP VALUE 0.
       77  WS-TOT-TRIMESTRE            PIC 9(07) COMP VALUE 0.
       77  WS-TOT-CONFIRMADOS          PIC 9(07) COMP VALUE 0.
       77  WS-TOT-PROPUESTOS           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-DESCARTADOS          PIC 9(07) COMP VALUE 0.
       77  WS-TOT-SIN-CAMBIO           PIC 9(07) COMP VALUE 0.
       01  WS-BRUTA-PROPUESTOS         PIC S9(15)V9(02) COMP-3
                                       VALUE 0.
      *--------------------------------------------------------------*
      * NOMBRES DE LOS TIPOS DE EVENTO Y LINEAS DE NEGOCIO (BASILEA) *
      *--------------------------------------------------------------*
       01  WS-NOMBRES-TIPO.
           05 FILLER                   PIC X(30) VALUE
              'FRAUDE INTERNO'.
           05 FILLER                   PIC X(30) VALUE
              'FRAUDE EXTERNO'.
           05 FILLER                   PIC X(30) VALUE
              'RELACIONES LABORALES'.
           05 FILLER                   PIC X(30) VALUE
              'CLIENTES, PRODUCTOS, PRACTICAS'.
           05 FILLER                   PIC X(30) VALUE
              'DANOS A ACTIVOS FISICOS'.
           05 FILLER                   PIC X(30) VALUE
              'FALLAS DE SISTEMAS'.
           05 FILLER                   PIC X(30) VALUE
              'EJECUCION Y GESTION PROCESOS'.
       01  WS-TABLA-TIPO REDEFINES WS-NOMBRES-TIPO.
           05 WS-NOMBRE-TIPO           PIC X(30) OCCURS 7 TIMES.
       01  WS-NOMBRES-LINEA.
           05 FILLER                   PIC X(30) VALUE
              'FINANZAS CORPORATIVAS'.
           05 FILLER                   PIC X(30) VALUE
              'NEGOCIACION Y VENTAS'.
           05 FILLER                   PIC X(30) VALUE
              'BANCA MINORISTA'.
           05 FILLER                   PIC X(30) VALUE
              'BANCA COMERCIAL'.
           05 FILLER                   PIC X(30) VALUE
              'PAGOS Y LIQUIDACION'.
           05 FILLER                   PIC X(30) VALUE
              'SERVICIOS DE AGENCIA'.
           05 FILLER                   PIC X(30) VALUE
              'ADMINISTRACION DE ACTIVOS'.
           05 FILLER                   PIC X(30) VALUE
              'INTERMEDIACION MINORISTA'.
       01  WS-TABLA-LINEA REDEFINES WS-NOMBRES-LINEA.
           05 WS-NOMBRE-LINEA          PIC X(30) OCCURS 8 TIMES.
      *--------------------------------------------------------------*
      * ACUMULADOS DE LOS CONFIRMADOS: MATRIZ TIPO X LINEA, TOTAL    *
      * POR TIPO, TOTAL POR LINEA Y TOTAL GENERAL, EN SOLES.         *
      *--------------------------------------------------------------*
       01  WS-MATRIZ.
           05 WS-MZ-TIPO OCCURS 7 TIMES.
              10 WS-MZ-CELDA OCCURS 8 TIMES.
                 15 WS-MZ-CANTIDAD     PIC 9(07) COMP.
                 15 WS-MZ-BRUTA        PIC S9(15)V9(02) COMP-3.
                 15 WS-MZ-RECUPERO     PIC S9(15)V9(02) COMP-3.
       01  WS-TOTAL-TIPO.
           05 WS-TT-ENTRY OCCURS 7 TIMES.
              10 WS-TT-CANTIDAD        PIC 9(07) COMP.
              10 WS-TT-BRUTA           PIC S9(15)V9(02) COMP-3.
              10 WS-TT-RECUPERO        PIC S9(15)V9(02) COMP-3.
       01  WS-TOTAL-LINEA.
           05 WS-TL-ENTRY OCCURS 8 TIMES.
              10 WS-TL-CANTIDAD        PIC 9(07) COMP.
              10 WS-TL-BRUTA           PIC S9(15)V9(02) COMP-3.
              10 WS-TL-RECUPERO        PIC S9(15)V9(02) COMP-3.
       01  WS-TOTAL-GENERAL.
           05 WS-TG-CANTIDAD           PIC 9(07) COMP VALUE 0.
           05 WS-TG-BRUTA              PIC S9(15)V9(02) COMP-3
                                       VALUE 0.
           05 WS-TG-RECUPERO           PIC S9(15)V9(02) COMP-3
                                       VALUE 0.
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(44) VALUE
              'EVENTOS DE PERDIDA OPERACIONAL - TRIMESTRE '.
           05 WT-ANIO                  PIC 9(04).
           05 FILLER                   PIC X(02) VALUE '-T'.
           05 WT-TRIMESTRE             PIC 9(01).
           05 FILLER                   PIC X(14) VALUE
              '  DESCUBIERTOS'.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WT-DESDE                 PIC 9(08).
           05 FILLER                   PIC X(03) VALUE ' A '.
           05 WT-HASTA                 PIC 9(08).
           05 FILLER                   PIC X(47) VALUE SPACES.
       01  WS-LINEA-SECCION.
           05 WS-SECCION               PIC X(60).
           05 FILLER                   PIC X(72) VALUE SPACES.
       01  WS-CABECERA-DETALLE.
           05 FILLER                   PIC X(44) VALUE
              'ORIGEN   REFERENCIA                       F.'.
           05 FILLER                   PIC X(44) VALUE
              'OCURR. F.DESCUB L T E MON     PERDIDA BRUTA '.
           05 FILLER                   PIC X(44) VALUE
              '      RECUPERO  DESCRIPCION                 '.
       01  WS-LINEA-DETALLE.
           05 WD-ORIGEN                PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-REFERENCIA            PIC X(32).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-FECHA-OCURRENCIA      PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-FECHA-DESCUBRIMIENTO  PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-LINEA                 PIC 9(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-TIPO                  PIC 9(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-ESTADO                PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-MONEDA                PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-BRUTA                 PIC -(12)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-RECUPERO              PIC -(12)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-DESCRIPCION           PIC X(27).
           05 FILLER                   PIC X(01) VALUE SPACE.
       01  WS-CABECERA-MATRIZ.
           05 FILLER                   PIC X(44) VALUE
              'T TIPO DE EVENTO                 L LINEA DE '.
           05 FILLER                   PIC X(44) VALUE
              'NEGOCIO                  CANT PERDIDA BRUTA '.
           05 FILLER                   PIC X(44) VALUE
              'S/   RECUPERO S/     PERDIDA NETA S/        '.
       01  WS-LINEA-MATRIZ.
           05 WM-TIPO                  PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WM-NOMBRE-TIPO           PIC X(30).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WM-LINEA                 PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WM-NOMBRE-LINEA          PIC X(30).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WM-CANTIDAD              PIC Z(06)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WM-BRUTA                 PIC -(12)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WM-RECUPERO              PIC -(12)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WM-NETA                  PIC -(12)9.99.
           05 FILLER                   PIC X(08) VALUE SPACES.
       01  WS-LINEA-TOTAL.
           05 WL-TITULO                PIC X(40).
           05 FILLER                   PIC X(03) VALUE ' : '.
           05 WL-CANTIDAD              PIC Z(06)9.
           05 FILLER                   PIC X(82) VALUE SPACES.
       01  WS-LINEA-IMPORTE.
           05 WI-TITULO                PIC X(40).
           05 FILLER                   PIC X(03) VALUE ' : '.
           05 WI-IMPORTE               PIC -(14)9.99.
           05 FILLER                   PIC X(71) VALUE SPACES.
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESAR-EVENTO
              UNTIL NOT WS-EV-OK
           MOVE 'MATRIZ DE CONFIRMADOS POR TIPO DE EVENTO Y LINEA'
              TO WS-SECCION
           WRITE REPORTE-REC FROM WS-LINEA-SECCION
           WRITE REPORTE-REC FROM WS-CABECERA-MATRIZ
           PERFORM 4000-LISTAR-TIPO THRU 4000-LISTAR-TIPO-EXIT
              VARYING WS-TIPO FROM 1 BY 1
              UNTIL WS-TIPO > 7
           MOVE 'TOTAL DE CONFIRMADOS POR LINEA DE NEGOCIO'
              TO WS-SECCION
           WRITE REPORTE-REC FROM WS-LINEA-SECCION
           WRITE REPORTE-REC FROM WS-CABECERA-MATRIZ
           PERFORM 5000-LISTAR-LINEA
              VARYING WS-LINEA FROM 1 BY 1
              UNTIL WS-LINEA > 8
           PERFORM 5100-LISTAR-TOTAL-GENERAL
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'REVPTRIM'   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'REVPTRIM - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           INITIALIZE WS-MATRIZ WS-TOTAL-TIPO WS-TOTAL-LINEA
           PERFORM 1100-DETERMINAR-TRIMESTRE
           OPEN INPUT  EVENTO-PERDIDA FXRATES
           OPEN OUTPUT REPORTE-EVENTO
           MOVE WS-ANIO        TO WT-ANIO
           MOVE WS-TRIMESTRE   TO WT-TRIMESTRE
           MOVE WS-FECHA-DESDE TO WT-DESDE
           MOVE WS-FECHA-HASTA TO WT-HASTA
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           MOVE 'DETALLE DE EVENTOS CONFIRMADOS (C) Y PROPUESTOS (P)'
              TO WS-SECCION
           WRITE REPORTE-REC FROM WS-LINEA-SECCION
           WRITE REPORTE-REC FROM WS-CABECERA-DETALLE
           READ EVENTO-PERDIDA NEXT RECORD
              AT END MOVE '10' TO WS-EV-STATUS
           END-READ
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * SIN TARJETA: EL TRIMESTRE CALENDARIO ANTERIOR AL DE LA FECHA *
      * DE PROCESO (EN ENERO A MARZO, EL CUARTO DEL ANO ANTERIOR).   *
      *--------------------------------------------------------------*
       1100-DETERMINAR-TRIMESTRE.
           COMPUTE WS-TRIMESTRE = (WS-FP-MES - 1) / 3
           MOVE WS-FP-ANIO TO WS-ANIO
           IF WS-TRIMESTRE = 0
              MOVE 4 TO WS-TRIMESTRE
              SUBTRACT 1 FROM WS-ANIO
           END-IF
           OPEN INPUT TARJETA-TRIMESTRE
           READ TARJETA-TRIMESTRE
              AT END MOVE 'S' TO WS-EOF-TARJETA
           END-READ
           IF NOT WS-FIN-TARJETA
              IF TJ-ANIO NUMERIC AND TJ-ANIO > 0
                 AND TJ-TRIMESTRE NUMERIC
                 AND TJ-TRIMESTRE > 0 AND TJ-TRIMESTRE < 5
                 MOVE TJ-ANIO      TO WS-ANIO
                 MOVE TJ-TRIMESTRE TO WS-TRIMESTRE
              END-IF
           END-IF
           CLOSE TARJETA-TRIMESTRE
           MOVE WS-ANIO TO WS-FD-ANIO WS-FH-ANIO
           COMPUTE WS-FD-MES = (WS-TRIMESTRE - 1) * 3 + 1
           MOVE 1 TO WS-FD-DIA
           COMPUTE WS-FH-MES = WS-TRIMESTRE * 3
           MOVE 31 TO WS-FH-DIA
           .
       1100-DETERMINAR-TRIMESTRE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-PROCESAR-EVENTO.
           ADD 1 TO WS-TOT-LEIDOS
           IF EV-FECHA-DESCUBRIMIENTO NOT < WS-FECHA-DESDE
              AND EV-FECHA-DESCUBRIMIENTO NOT > WS-FECHA-HASTA
              ADD 1 TO WS-TOT-TRIMESTRE
              EVALUATE TRUE
                 WHEN EV-DESCARTADO
                    ADD 1 TO WS-TOT-DESCARTADOS
                 WHEN EV-PROPUESTO
                    ADD 1 TO WS-TOT-PROPUESTOS
                    PERFORM 2100-ESCRIBIR-DETALLE
                    PERFORM 8200-CONVERTIR-SOLES
                    IF WS-CONVERTIDO
                       ADD WS-BRUTA-SOLES TO WS-BRUTA-PROPUESTOS
                    END-IF
                 WHEN OTHER
                    ADD 1 TO WS-TOT-CONFIRMADOS
                    PERFORM 2100-ESCRIBIR-DETALLE
                    PERFORM 8200-CONVERTIR-SOLES
                    IF WS-CONVERTIDO
                       PERFORM 3000-ACUMULAR-CONFIRMADO
                          THRU 3000-ACUMULAR-CONFIRMADO-EXIT
                    END-IF
              END-EVALUATE
           END-IF
           READ EVENTO-PERDIDA NEXT RECORD
              AT END MOVE '10' TO WS-EV-STATUS
           END-READ
           .
       2000-PROCESAR-EVENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-ESCRIBIR-DETALLE.
           MOVE EV-ORIGEN               TO WD-ORIGEN
           MOVE EV-REFERENCIA           TO WD-REFERENCIA
           MOVE EV-FECHA-OCURRENCIA     TO WD-FECHA-OCURRENCIA
           MOVE EV-FECHA-DESCUBRIMIENTO TO WD-FECHA-DESCUBRIMIENTO
           MOVE EV-LINEA-NEGOCIO        TO WD-LINEA
           MOVE EV-TIPO-EVENTO          TO WD-TIPO
           MOVE EV-ESTADO               TO WD-ESTADO
           MOVE EV-MONEDA               TO WD-MONEDA
           MOVE EV-PERDIDA-BRUTA        TO WD-BRUTA
           MOVE EV-RECUPERO             TO WD-RECUPERO
           MOVE EV-DESCRIPCION          TO WD-DESCRIPCION
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           .
       2100-ESCRIBIR-DETALLE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-ACUMULAR-CONFIRMADO.
           IF NOT EV-TIPO-VALIDO OR NOT EV-LINEA-VALIDA
              GO TO 3000-ACUMULAR-CONFIRMADO-EXIT
           END-IF
           MOVE EV-TIPO-EVENTO   TO WS-TIPO
           MOVE EV-LINEA-NEGOCIO TO WS-LINEA
           ADD 1 TO WS-MZ-CANTIDAD(WS-TIPO, WS-LINEA)
                    WS-TT-CANTIDAD(WS-TIPO)
                    WS-TL-CANTIDAD(WS-LINEA)
                    WS-TG-CANTIDAD
           ADD WS-BRUTA-SOLES    TO WS-MZ-BRUTA(WS-TIPO, WS-LINEA)
                                    WS-TT-BRUTA(WS-TIPO)
                                    WS-TL-BRUTA(WS-LINEA)
                                    WS-TG-BRUTA
           ADD WS-RECUPERO-SOLES TO WS-MZ-RECUPERO(WS-TIPO, WS-LINEA)
                                    WS-TT-RECUPERO(WS-TIPO)
                                    WS-TL-RECUPERO(WS-LINEA)
                                    WS-TG-RECUPERO
           .
       3000-ACUMULAR-CONFIRMADO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-LISTAR-TIPO.
           IF WS-TT-CANTIDAD(WS-TIPO) = 0
              GO TO 4000-LISTAR-TIPO-EXIT
           END-IF
           PERFORM 4100-LISTAR-CELDA
              VARYING WS-LINEA FROM 1 BY 1
              UNTIL WS-LINEA > 8
           MOVE SPACES                  TO WS-LINEA-MATRIZ
           MOVE WS-TIPO                 TO WM-TIPO
           MOVE WS-NOMBRE-TIPO(WS-TIPO) TO WM-NOMBRE-TIPO
           MOVE 'SUBTOTAL DEL TIPO'     TO WM-NOMBRE-LINEA
           MOVE WS-TT-CANTIDAD(WS-TIPO) TO WM-CANTIDAD
           MOVE WS-TT-BRUTA(WS-TIPO)    TO WM-BRUTA
           MOVE WS-TT-RECUPERO(WS-TIPO) TO WM-RECUPERO
           COMPUTE WM-NETA = WS-TT-BRUTA(WS-TIPO)
                           - WS-TT-RECUPERO(WS-TIPO)
           WRITE REPORTE-REC FROM WS-LINEA-MATRIZ
           .
       4000-LISTAR-TIPO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4100-LISTAR-CELDA.
           IF WS-MZ-CANTIDAD(WS-TIPO, WS-LINEA) > 0
              MOVE SPACES                    TO WS-LINEA-MATRIZ
              MOVE WS-TIPO                   TO WM-TIPO
              MOVE WS-NOMBRE-TIPO(WS-TIPO)   TO WM-NOMBRE-TIPO
              MOVE WS-LINEA                  TO WM-LINEA
              MOVE WS-NOMBRE-LINEA(WS-LINEA) TO WM-NOMBRE-LINEA
              MOVE WS-MZ-CANTIDAD(WS-TIPO, WS-LINEA) TO WM-CANTIDAD
              MOVE WS-MZ-BRUTA(WS-TIPO, WS-LINEA)    TO WM-BRUTA
              MOVE WS-MZ-RECUPERO(WS-TIPO, WS-LINEA) TO WM-RECUPERO
              COMPUTE WM-NETA = WS-MZ-BRUTA(WS-TIPO, WS-LINEA)
                              - WS-MZ-RECUPERO(WS-TIPO, WS-LINEA)
              WRITE REPORTE-REC FROM WS-LINEA-MATRIZ
           END-IF
           .
       4100-LISTAR-CELDA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5000-LISTAR-LINEA.
           IF WS-TL-CANTIDAD(WS-LINEA) > 0
              MOVE SPACES                    TO WS-LINEA-MATRIZ
              MOVE WS-LINEA                  TO WM-LINEA
              MOVE WS-NOMBRE-LINEA(WS-LINEA) TO WM-NOMBRE-LINEA
              MOVE WS-TL-CANTIDAD(WS-LINEA)  TO WM-CANTIDAD
              MOVE WS-TL-BRUTA(WS-LINEA)     TO WM-BRUTA
              MOVE WS-TL-RECUPERO(WS-LINEA)  TO WM-RECUPERO
              COMPUTE WM-NETA = WS-TL-BRUTA(WS-LINEA)
                              - WS-TL-RECUPERO(WS-LINEA)
              WRITE REPORTE-REC FROM WS-LINEA-MATRIZ
           END-IF
           .
       5000-LISTAR-LINEA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5100-LISTAR-TOTAL-GENERAL.
           MOVE SPACES            TO WS-LINEA-MATRIZ
           MOVE 'TOTAL GENERAL'   TO WM-NOMBRE-LINEA
           MOVE WS-TG-CANTIDAD    TO WM-CANTIDAD
           MOVE WS-TG-BRUTA       TO WM-BRUTA
           MOVE WS-TG-RECUPERO    TO WM-RECUPERO
           COMPUTE WM-NETA = WS-TG-BRUTA - WS-TG-RECUPERO
           WRITE REPORTE-REC FROM WS-LINEA-MATRIZ
           .
       5100-LISTAR-TOTAL-GENERAL-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * PERDIDA BRUTA Y RECUPERO DEL EVENTO A SOLES, AL CAMBIO       *
      * OFICIAL VIGENTE. SIN TASA EL EVENTO NO SE ACUMULA Y LA       *
      * CORRIDA TERMINA CON ADVERTENCIA.                             *
      *--------------------------------------------------------------*
       8200-CONVERTIR-SOLES.
           MOVE 'S' TO WS-IND-CONVERTIDO
           IF EV-MONEDA = 'PEN' OR EV-MONEDA = SPACES
              MOVE EV-PERDIDA-BRUTA TO WS-BRUTA-SOLES
              MOVE EV-RECUPERO      TO WS-RECUPERO-SOLES
           ELSE
              IF EV-MONEDA NOT = WS-MONEDA-CAMBIO
                 PERFORM 8210-LEER-CAMBIO
              END-IF
              IF WS-CAMBIO-OFICIAL > 0
                 COMPUTE WS-BRUTA-SOLES ROUNDED =
                    EV-PERDIDA-BRUTA * WS-CAMBIO-OFICIAL
                 COMPUTE WS-RECUPERO-SOLES ROUNDED =
                    EV-RECUPERO * WS-CAMBIO-OFICIAL
              ELSE
                 MOVE 'N' TO WS-IND-CONVERTIDO
                 MOVE 0   TO WS-BRUTA-SOLES WS-RECUPERO-SOLES
                 ADD 1 TO WS-TOT-SIN-CAMBIO
                 DISPLAY 'REVPTRIM - SIN CAMBIO OFICIAL '
                         EV-MONEDA ' EVENTO ' EV-CLAVE
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .
       8200-CONVERTIR-SOLES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8210-LEER-CAMBIO.
           MOVE EV-MONEDA TO WS-MONEDA-CAMBIO
           MOVE EV-MONEDA TO FXR-MONEDA
           MOVE '00' TO WS-FX-STATUS
           READ FXRATES
              INVALID KEY MOVE '23' TO WS-FX-STATUS
           END-READ
           IF WS-FX-OK
              MOVE FXR-CAMBIO-OFICIAL TO WS-CAMBIO-OFICIAL
           ELSE
              MOVE 0 TO WS-CAMBIO-OFICIAL
           END-IF
           .
       8210-LEER-CAMBIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           MOVE 'EVENTOS DESCUBIERTOS EN EL TRIMESTRE'  TO WL-TITULO
           MOVE WS-TOT-TRIMESTRE                        TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'CONFIRMADOS'                           TO WL-TITULO
           MOVE WS-TOT-CONFIRMADOS                      TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'PROPUESTOS PENDIENTES DE REVISION'     TO WL-TITULO
           MOVE WS-TOT-PROPUESTOS                       TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'PERDIDA BRUTA PROPUESTA PENDIENTE S/'  TO WI-TITULO
           MOVE WS-BRUTA-PROPUESTOS                     TO WI-IMPORTE
           WRITE REPORTE-REC FROM WS-LINEA-IMPORTE
           MOVE 'DESCARTADOS'                           TO WL-TITULO
           MOVE WS-TOT-DESCARTADOS                      TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           IF WS-TOT-SIN-CAMBIO > 0
              MOVE 'EVENTOS SIN TIPO DE CAMBIO'         TO WL-TITULO
              MOVE WS-TOT-SIN-CAMBIO                    TO WL-CANTIDAD
              WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           END-IF
           CLOSE EVENTO-PERDIDA FXRATES REPORTE-EVENTO
           MOVE 'F'              TO BC-FUNCION
           MOVE 'REVPTRIM'       TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-CONFIRMADOS TO BC-REGISTROS
           MOVE RETURN-CODE      TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'REVPTRIM - EVENTOS LEIDOS    : ' WS-TOT-LEIDOS
           DISPLAY 'REVPTRIM - EN EL TRIMESTRE   : ' WS-TOT-TRIMESTRE
           DISPLAY 'REVPTRIM - CONFIRMADOS       : ' WS-TOT-CONFIRMADOS
           DISPLAY 'REVPTRIM - PROPUESTOS        : ' WS-TOT-PROPUESTOS
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

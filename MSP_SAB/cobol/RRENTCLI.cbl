       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RRENTCLI.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  28/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 28/09/2026 JQ      ALTA. RENTABILIDAD MENSUAL POR CLIENTE:   *
      *                    INGRESOS Y COSTOS POR CUENTA-VALOR EN     *
      *                    SOLES, CON CONSOLIDADO POR ASESOR Y POR   *
      *                    SEGMENTO, RANKING Y VARIACION CONTRA EL   *
      *                    MES ANTERIOR (HISTORICO RENTHIS).         *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * EL PERIODO (AAAAMM) VIENE EN LA TARJETA OPCIONAL RENTCARD;   *
      * SIN ELLA SE TOMA EL MES CALENDARIO ANTERIOR AL DE PROCESO.   *
      * FASE 1: BORRA DEL HISTORICO RENTHIS LO QUE HUBIERA DEL       *
      * PERIODO (REPROCESO) Y ACUMULA POR CUENTA-VALOR, EN SOLES:    *
      *   FACTCLI : COMISIONES FACTURADAS DEL PERIODO (SUBTOTAL SIN  *
      *             IGV).                                            *
      *   FEEDET  : CUSTODIA COBRADA POR RCUSTFEE (CODCOM 90).       *
      *   MRGACRG : MARGEN DE LA LINEA DE CREDITO, INTERES DEL DIA   *
      *             MENOS EL SALDO DISPUESTO A LA TASA DE FONDEO     *
      *             (PARMCHK RENT-TFONDEO, ANUAL BASE 360).          *
      *   PRSACRG : COMISION DE PRESTAMO DE VALORES, A LA CUENTA     *
      *             PRESTAMISTA DE PRSTMAST.                         *
      *   FXDEAL  : SPREAD CAMBIARIO SOBRE LA TASA OFICIAL.          *
      *   SWEPMAST: DISTRIBUCION DEL FONDO DE BARRIDO, POSICION DE   *
      *             LA CUENTA EN SU FONDO (CARTMAST) POR LA TASA     *
      *             RENT-DIST-FO / 12.                               *
      *   INTACRG : INTERES PAGADO SOBRE EFECTIVO (COSTO).           *
      *   TERDIF  : CARGOS DE TERCEROS FACTURADOS POR ENCIMA DE LO   *
      *             RECAUDADO (COSTO ABSORBIDO, RTERREC).            *
      *   CUSTACUM: PATRIMONIO PROMEDIO DEL MES.                     *
      * LO QUE NO VIENE EN SOLES SE CONVIERTE AL TIPO DE CAMBIO      *
      * OFICIAL VIGENTE (FXRATES). FASE 2: RECORRE RENTHIS; A CADA   *
      * CUENTA DEL PERIODO LE CALCULA EL RESULTADO NETO, LE ASIGNA   *
      * EL ASESOR VIGENTE (CTAASES) Y EL SEGMENTO (TITULAR CON RUC   *
      * INSTITUCIONAL; EL RESTO PRIVADO, PREFERENTE O MASIVO SEGUN   *
      * EL PATRIMONIO PROMEDIO CONTRA RENT-SEG-PRI / RENT-SEG-PRE) Y *
      * TOMA EL RESULTADO DEL MES ANTERIOR DEL REGISTRO PREVIO DE LA *
      * MISMA CUENTA. EL REPORTE RENTRPT LISTA EL DETALLE POR        *
      * CUENTA, LAS 20 CUENTAS MAS Y MENOS RENTABLES Y EL RANKING    *
      * POR ASESOR Y POR SEGMENTO CON SU VARIACION MENSUAL. LA       *
      * CORRIDA SE REGISTRA EN RUNCTL VIA BCHCTL.                    *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TARJETA-PERIODO ASSIGN TO RENTCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT FACTURA-CLIENTE ASSIGN TO FACTCLI
               ORGANIZATION IS SEQUENTIAL.
           SELECT DETALLE-GASTO ASSIGN TO FEEDET
               ORGANIZATION IS SEQUENTIAL.
           SELECT DEVENGO-CREDITO ASSIGN TO MRGACRG
               ORGANIZATION IS SEQUENTIAL.
           SELECT DEVENGO-PRESTAMO ASSIGN TO PRSACRG
               ORGANIZATION IS SEQUENTIAL.
           SELECT LIBRO-PRESTAMO ASSIGN TO PRSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PRESTAMO
               FILE STATUS IS WS-PR-STATUS.
           SELECT OPERACION-CAMBIO ASSIGN TO FXDEAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-DEAL
               FILE STATUS IS WS-FD-STATUS.
           SELECT BARRIDO-MAESTRO ASSIGN TO SWEPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SW-CTAVALOR
               FILE STATUS IS WS-SW-STATUS.
           SELECT CARTERA-MAESTRO ASSIGN TO CARTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CLAVE
               FILE STATUS IS WS-CM-STATUS.
           SELECT DEVENGO-EFECTIVO ASSIGN TO INTACRG
               ORGANIZATION IS SEQUENTIAL.
           SELECT DIFERENCIA-TERCERO ASSIGN TO TERDIF
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACUMULADO-CUSTODIA ASSIGN TO CUSTACUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-CLAVE
               FILE STATUS IS WS-CV-STATUS.
           SELECT FXRATES ASSIGN TO FXRATES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FXR-MONEDA
               FILE STATUS IS WS-FX-STATUS.
           SELECT ASESOR-CUENTA ASSIGN TO CTAASES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-CTAVALOR
               FILE STATUS IS WS-CA-STATUS.
           SELECT HISTORICO-RENTA ASSIGN TO RENTHIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-CLAVE
               FILE STATUS IS WS-RH-STATUS.
           SELECT CLIENTE-EXT ASSIGN TO EODCLI
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-RENTA ASSIGN TO RENTRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TARJETA-PERIODO
           RECORDING MODE IS F.
       01  TN-REGISTRO-TARJETA.
           05 TN-PERIODO               PIC 9(06).
           05 FILLER                   PIC X(74).
       FD  FACTURA-CLIENTE
           RECORDING MODE IS F.
       COPY FACTCLI.
       FD  DETALLE-GASTO
           RECORDING MODE IS F.
       COPY FEEDET.
       FD  DEVENGO-CREDITO
           RECORDING MODE IS F.
       COPY MRGACRG.
       FD  DEVENGO-PRESTAMO
           RECORDING MODE IS F.
       COPY PRSACRG.
       FD  LIBRO-PRESTAMO
           RECORDING MODE IS F.
       COPY PRSTMAST.
       FD  OPERACION-CAMBIO
           RECORDING MODE IS F.
       COPY FXDEAL.
       FD  BARRIDO-MAESTRO
           RECORDING MODE IS F.
       COPY SWEPMAST.
       FD  CARTERA-MAESTRO
           RECORDING MODE IS F.
       COPY CARTMAST.
       FD  DEVENGO-EFECTIVO
           RECORDING MODE IS F.
       COPY INTACRG.
       FD  DIFERENCIA-TERCERO
           RECORDING MODE IS F.
       COPY TERDIF.
       FD  ACUMULADO-CUSTODIA
           RECORDING MODE IS F.
       COPY CUSTACUM.
       FD  FXRATES
           RECORDING MODE IS F.
       COPY FXRATE.
       FD  ASESOR-CUENTA
           RECORDING MODE IS F.
       COPY CTAASES.
       FD  HISTORICO-RENTA
           RECORDING MODE IS F.
       COPY RENTHIS.
       FD  CLIENTE-EXT
           RECORDING MODE IS F.
       COPY EODCLI.
       FD  REPORTE-RENTA
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-EOF-TARJETA              PIC X(01) VALUE 'N'.
           88 WS-FIN-TARJETA                     VALUE 'S'.
       77  WS-EOF-FACTURA              PIC X(01) VALUE 'N'.
           88 WS-FIN-FACTURA                     VALUE 'S'.
       77  WS-EOF-GASTO                PIC X(01) VALUE 'N'.
           88 WS-FIN-GASTO                       VALUE 'S'.
       77  WS-EOF-CREDITO              PIC X(01) VALUE 'N'.
           88 WS-FIN-CREDITO                     VALUE 'S'.
       77  WS-EOF-PRESTAMO             PIC X(01) VALUE 'N'.
           88 WS-FIN-PRESTAMO                    VALUE 'S'.
       77  WS-EOF-EFECTIVO             PIC X(01) VALUE 'N'.
           88 WS-FIN-EFECTIVO                    VALUE 'S'.
       77  WS-EOF-DIFERENCIA           PIC X(01) VALUE 'N'.
           88 WS-FIN-DIFERENCIA                  VALUE 'S'.
       77  WS-EOF-CLIENTE              PIC X(01) VALUE 'N'.
           88 WS-FIN-CLIENTE                     VALUE 'S'.
       01  WS-PR-STATUS                PIC X(02) VALUE '00'.
           88 WS-PR-OK                           VALUE '00'.
       01  WS-FD-STATUS                PIC X(02) VALUE '00'.
           88 WS-FD-OK                           VALUE '00'.
       01  WS-SW-STATUS                PIC X(02) VALUE '00'.
           88 WS-SW-OK                           VALUE '00'.
       01  WS-CM-STATUS                PIC X(02) VALUE '00'.
           88 WS-CM-OK                           VALUE '00'.
       01  WS-CV-STATUS                PIC X(02) VALUE '00'.
           88 WS-CV-OK                           VALUE '00'.
       01  WS-FX-STATUS                PIC X(02) VALUE '00'.
           88 WS-FX-OK                           VALUE '00'.
       01  WS-CA-STATUS                PIC X(02) VALUE '00'.
           88 WS-CA-OK                           VALUE '00'.
       01  WS-RH-STATUS                PIC X(02) VALUE '00'.
           88 WS-RH-OK                           VALUE '00'.
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
       01  WS-PERIODO-ANTERIOR-R.
           05 WS-ANT-ANIO              PIC 9(04).
           05 WS-ANT-MES               PIC 9(02).
       01  WS-PERIODO-ANTERIOR REDEFINES WS-PERIODO-ANTERIOR-R
                                       PIC 9(06).
       01  WS-FECHA-MOV                PIC 9(08).
       01  WS-FECHA-MOV-R REDEFINES WS-FECHA-MOV.
           05 WS-FM-PERIODO            PIC 9(06).
           05 WS-FM-DIA                PIC 9(02).
       01  WS-CTA-PROCESO              PIC X(20).
       01  WS-CTA-MONEDA               PIC X(20) VALUE SPACES.
       01  WS-MONEDA-CUENTA            PIC X(03) VALUE SPACES.
       01  WS-MONEDA-IMPORTE           PIC X(03).
       01  WS-MONEDA-CAMBIO            PIC X(03) VALUE SPACES.
       01  WS-CAMBIO-OFICIAL           PIC 9(08)V9(04) VALUE 0.
       01  WS-IMPORTE-ORIGEN           PIC S9(12)V9(06) COMP-3
                                       VALUE 0.
       01  WS-IMPORTE-SOLES            PIC S9(12)V9(02) COMP-3
                                       VALUE 0.
       77  WS-IND-CONVERTIDO           PIC X(01) VALUE 'S'.
           88 WS-CONVERTIDO                      VALUE 'S'.
       77  WS-IND-NUEVO                PIC X(01) VALUE 'N'.
           88 WS-RENTA-NUEVA                     VALUE 'S'.
      *   CME-CODCOM DE LA LINEA DE CUSTODIA QUE DEJA RCUSTFEE.
       77  WS-COD-CUSTODIA             PIC 9(02) VALUE 90.
      *   PARAMETROS (PARMCHK) CON SU VALOR POR DEFECTO.
       01  WS-TASA-FONDEO              PIC 9(03)V9(04) VALUE 6.
       01  WS-TASA-DISTRIBUCION        PIC 9(03)V9(04) VALUE 0.5.
       01  WS-UMBRAL-PRIVADO           PIC 9(13)V9(02)
                                       VALUE 1000000.
       01  WS-UMBRAL-PREFERENTE        PIC 9(13)V9(02)
                                       VALUE 100000.
      *   REGISTRO PREVIO LEIDO DEL HISTORICO (MES ANTERIOR).
       01  WS-PREVIO-CTAVALOR          PIC X(20) VALUE SPACES.
       01  WS-PREVIO-PERIODO           PIC 9(06) VALUE 0.
       01  WS-PREVIO-NETO              PIC S9(12)V9(02) COMP-3
                                       VALUE 0.
       01  WS-NETO-ANTERIOR            PIC S9(12)V9(02) COMP-3
                                       VALUE 0.
       77  WS-IDX                      PIC 9(03) COMP VALUE 0.
       77  WS-JDX                      PIC 9(03) COMP VALUE 0.
       77  WS-POS                      PIC 9(03) COMP VALUE 0.
       77  WS-RANGO                    PIC 9(03) COMP VALUE 0.
       77  WS-TOT-BORRADOS             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-CUENTAS              PIC 9(07) COMP VALUE 0.
       77  WS-TOT-SIN-CAMBIO           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-ASESORES             PIC 9(03) COMP VALUE 0.
       77  WS-TOT-MAYORES              PIC 9(03) COMP VALUE 0.
       77  WS-TOT-MENORES              PIC 9(03) COMP VALUE 0.
       77  WS-MAX-RANKING              PIC 9(03) COMP VALUE 20.
      *--------------------------------------------------------------*
      * CUENTA EN CURSO PARA LOS RANKINGS (MISMO FORMATO QUE CADA    *
      * ENTRADA DE LAS TABLAS DE MAYORES Y MENORES).                 *
      *--------------------------------------------------------------*
       01  WS-RANKING-ACTUAL.
           05 WS-RA-CTAVALOR           PIC X(20).
           05 WS-RA-ASESOR             PIC X(07).
           05 WS-RA-SEGMENTO           PIC X(01).
           05 WS-RA-NETO               PIC S9(12)V9(02) COMP-3.
           05 WS-RA-NETO-ANT           PIC S9(12)V9(02) COMP-3.
       01  WS-TABLA-MAYORES.
           05 WS-MAY OCCURS 20 TIMES.
              10 WS-MAY-CTAVALOR       PIC X(20).
              10 WS-MAY-ASESOR         PIC X(07).
              10 WS-MAY-SEGMENTO       PIC X(01).
              10 WS-MAY-NETO           PIC S9(12)V9(02) COMP-3.
              10 WS-MAY-NETO-ANT       PIC S9(12)V9(02) COMP-3.
       01  WS-TABLA-MENORES.
           05 WS-MEN OCCURS 20 TIMES.
              10 WS-MEN-CTAVALOR       PIC X(20).
              10 WS-MEN-ASESOR         PIC X(07).
              10 WS-MEN-SEGMENTO       PIC X(01).
              10 WS-MEN-NETO           PIC S9(12)V9(02) COMP-3.
              10 WS-MEN-NETO-ANT       PIC S9(12)V9(02) COMP-3.
      *--------------------------------------------------------------*
      * CONSOLIDADO POR ASESOR (EN BLANCO: CUENTA SIN ASESOR).       *
      *--------------------------------------------------------------*
       01  WS-TABLA-ASESORES.
           05 WS-ASE OCCURS 300 TIMES.
              10 WS-ASE-CODIGO         PIC X(07).
              10 WS-ASE-CUENTAS        PIC 9(07) COMP.
              10 WS-ASE-NETO           PIC S9(14)V9(02) COMP-3.
              10 WS-ASE-NETO-ANT       PIC S9(14)V9(02) COMP-3.
              10 WS-ASE-LISTADO        PIC X(01).
      *--------------------------------------------------------------*
      * CONSOLIDADO POR SEGMENTO.                                    *
      *--------------------------------------------------------------*
       01  WS-TABLA-NOMBRES-SEG.
           05 FILLER                   PIC X(14) VALUE
              'IINSTITUCIONAL'.
           05 FILLER                   PIC X(14) VALUE
              'PPRIVADO      '.
           05 FILLER                   PIC X(14) VALUE
              'FPREFERENTE   '.
           05 FILLER                   PIC X(14) VALUE
              'MMASIVO       '.
       01  WS-TABLA-NOMBRES-SEG-R REDEFINES WS-TABLA-NOMBRES-SEG.
           05 WS-SGN OCCURS 4 TIMES.
              10 WS-SGN-CODIGO         PIC X(01).
              10 WS-SGN-NOMBRE         PIC X(13).
       01  WS-TABLA-SEGMENTOS.
           05 WS-SEG OCCURS 4 TIMES.
              10 WS-SEG-CUENTAS        PIC 9(07) COMP.
              10 WS-SEG-NETO           PIC S9(14)V9(02) COMP-3.
              10 WS-SEG-NETO-ANT       PIC S9(14)V9(02) COMP-3.
              10 WS-SEG-LISTADO        PIC X(01).
       01  WS-TG-NETO                  PIC S9(14)V9(02) COMP-3
                                       VALUE 0.
       01  WS-TG-NETO-ANT              PIC S9(14)V9(02) COMP-3
                                       VALUE 0.
       01  WS-MAYOR-NETO               PIC S9(14)V9(02) COMP-3.
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(44) VALUE
              'RENTABILIDAD POR CLIENTE (SOLES)  PERIODO : '.
           05 WT-PERIODO               PIC 9(06).
           05 FILLER                   PIC X(09) VALUE ' FECHA : '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(65) VALUE SPACES.
       01  WS-LINEA-SECCION.
           05 WS-SECCION               PIC X(60).
           05 FILLER                   PIC X(72) VALUE SPACES.
       01  WS-LINEA-CABECERA.
           05 FILLER                   PIC X(44) VALUE
              'CUENTA-VALOR         ASESOR  S COMISIONES   '.
           05 FILLER                   PIC X(44) VALUE
              'CUSTODIA MARG.CRED. PREST.VAL.  SPREAD FX DI'.
           05 FILLER                   PIC X(44) VALUE
              'STR.FDO. INT.PAGADO  TERC.ABS.    RESULTADO '.
       01  WS-LINEA-DETALLE.
           05 WD-CTAVALOR              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-ASESOR                PIC X(07).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-SEGMENTO              PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-COMISION              PIC -(6)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-CUSTODIA              PIC -(6)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-MARGEN-CREDITO        PIC -(6)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-PRESTAMO-VALORES      PIC -(6)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-SPREAD-CAMBIO         PIC -(6)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-DISTRIBUCION-FONDO    PIC -(6)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-INTERES-PAGADO        PIC -(6)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-TERCEROS-ABSORBIDO    PIC -(6)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-RESULTADO-NETO        PIC -(8)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
       01  WS-CABECERA-CUENTA.
           05 FILLER                   PIC X(44) VALUE
              'NRO CUENTA-VALOR         ASESOR  S  RESULTAD'.
           05 FILLER                   PIC X(35) VALUE
              'O MES   MES ANTERIOR      VARIACION'.
           05 FILLER                   PIC X(53) VALUE SPACES.
       01  WS-LINEA-CUENTA.
           05 WC-RANGO                 PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WC-CTAVALOR              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WC-ASESOR                PIC X(07).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WC-SEGMENTO              PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WC-NETO                  PIC -(10)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WC-NETO-ANT              PIC -(10)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WC-VARIACION             PIC -(10)9.99.
           05 FILLER                   PIC X(53) VALUE SPACES.
       01  WS-CABECERA-ASESOR.
           05 FILLER                   PIC X(44) VALUE
              'NRO ASESOR  CUENTAS  RESULTADO MES   MES ANT'.
           05 FILLER                   PIC X(20) VALUE
              'ERIOR      VARIACION'.
           05 FILLER                   PIC X(68) VALUE SPACES.
       01  WS-LINEA-ASESOR.
           05 WA-RANGO                 PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WA-ASESOR                PIC X(07).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WA-CUENTAS               PIC Z(06)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WA-NETO                  PIC -(10)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WA-NETO-ANT              PIC -(10)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WA-VARIACION             PIC -(10)9.99.
           05 FILLER                   PIC X(68) VALUE SPACES.
       01  WS-CABECERA-SEGMENTO.
           05 FILLER                   PIC X(44) VALUE
              'NRO SEGMENTO      CUENTAS  RESULTADO MES   M'.
           05 FILLER                   PIC X(26) VALUE
              'ES ANTERIOR      VARIACION'.
           05 FILLER                   PIC X(62) VALUE SPACES.
       01  WS-LINEA-SEGMENTO.
           05 WG-RANGO                 PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WG-SEGMENTO              PIC X(13).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WG-CUENTAS               PIC Z(06)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WG-NETO                  PIC -(10)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WG-NETO-ANT              PIC -(10)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WG-VARIACION             PIC -(10)9.99.
           05 FILLER                   PIC X(62) VALUE SPACES.
       01  WS-LINEA-TOTAL.
           05 WL-TITULO                PIC X(40).
           05 FILLER                   PIC X(03) VALUE ' : '.
           05 WL-CANTIDAD              PIC Z(06)9.
           05 FILLER                   PIC X(82) VALUE SPACES.
       COPY EFECHKP.
       COPY PARMCHKP.
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 1200-DEPURAR-PERIODO
              UNTIL NOT WS-RH-OK
           PERFORM 2000-PROCESAR-FACTURA
              UNTIL WS-FIN-FACTURA
           PERFORM 2100-PROCESAR-GASTO
              UNTIL WS-FIN-GASTO
           PERFORM 2200-PROCESAR-CREDITO
              UNTIL WS-FIN-CREDITO
           PERFORM 2300-PROCESAR-PRESTAMO
              UNTIL WS-FIN-PRESTAMO
           PERFORM 2400-PROCESAR-CAMBIO
              UNTIL NOT WS-FD-OK
           PERFORM 2500-PROCESAR-BARRIDO
              UNTIL NOT WS-SW-OK
           PERFORM 2600-PROCESAR-EFECTIVO
              UNTIL WS-FIN-EFECTIVO
           PERFORM 2700-PROCESAR-DIFERENCIA
              UNTIL WS-FIN-DIFERENCIA
           PERFORM 2800-PROCESAR-TENENCIA
              UNTIL NOT WS-CV-OK
           PERFORM 3000-INICIAR-RESULTADO
           PERFORM 3100-EVALUAR-RENTA
              UNTIL NOT WS-RH-OK
           PERFORM 4000-LISTAR-RANKINGS
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RRENTCLI'   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RRENTCLI - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1050-DETERMINAR-PERIODO
           PERFORM 1100-LEER-PARAMETROS
           INITIALIZE WS-TABLA-SEGMENTOS
           OPEN INPUT  FACTURA-CLIENTE DETALLE-GASTO DEVENGO-CREDITO
                       DEVENGO-PRESTAMO LIBRO-PRESTAMO
                       OPERACION-CAMBIO BARRIDO-MAESTRO
                       CARTERA-MAESTRO DEVENGO-EFECTIVO
                       DIFERENCIA-TERCERO ACUMULADO-CUSTODIA FXRATES
                       ASESOR-CUENTA CLIENTE-EXT
           OPEN I-O    HISTORICO-RENTA
           OPEN OUTPUT REPORTE-RENTA
           MOVE WS-PERIODO       TO WT-PERIODO
           MOVE WS-FECHA-PROCESO TO WT-FECHA
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           READ FACTURA-CLIENTE
              AT END MOVE 'S' TO WS-EOF-FACTURA
           END-READ
           READ DETALLE-GASTO
              AT END MOVE 'S' TO WS-EOF-GASTO
           END-READ
           READ DEVENGO-CREDITO
              AT END MOVE 'S' TO WS-EOF-CREDITO
           END-READ
           READ DEVENGO-PRESTAMO
              AT END MOVE 'S' TO WS-EOF-PRESTAMO
           END-READ
           MOVE 0 TO FD-DEAL
           START OPERACION-CAMBIO KEY IS NOT LESS THAN FD-DEAL
              INVALID KEY MOVE '10' TO WS-FD-STATUS
           END-START
           IF WS-FD-OK
              READ OPERACION-CAMBIO NEXT RECORD
                 AT END MOVE '10' TO WS-FD-STATUS
              END-READ
           END-IF
           MOVE LOW-VALUES TO SW-CTAVALOR
           START BARRIDO-MAESTRO KEY IS NOT LESS THAN SW-CTAVALOR
              INVALID KEY MOVE '10' TO WS-SW-STATUS
           END-START
           IF WS-SW-OK
              READ BARRIDO-MAESTRO NEXT RECORD
                 AT END MOVE '10' TO WS-SW-STATUS
              END-READ
           END-IF
           READ DEVENGO-EFECTIVO
              AT END MOVE 'S' TO WS-EOF-EFECTIVO
           END-READ
           READ DIFERENCIA-TERCERO
              AT END MOVE 'S' TO WS-EOF-DIFERENCIA
           END-READ
           MOVE LOW-VALUES TO CV-CLAVE
           START ACUMULADO-CUSTODIA KEY IS NOT LESS THAN CV-CLAVE
              INVALID KEY MOVE '10' TO WS-CV-STATUS
           END-START
           IF WS-CV-OK
              READ ACUMULADO-CUSTODIA NEXT RECORD
                 AT END MOVE '10' TO WS-CV-STATUS
              END-READ
           END-IF
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           MOVE LOW-VALUES TO RH-CLAVE
           START HISTORICO-RENTA KEY IS NOT LESS THAN RH-CLAVE
              INVALID KEY MOVE '10' TO WS-RH-STATUS
           END-START
           IF WS-RH-OK
              READ HISTORICO-RENTA NEXT RECORD
                 AT END MOVE '10' TO WS-RH-STATUS
              END-READ
           END-IF
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
              AND TN-PERIODO NUMERIC
              AND TN-PERIODO > 0
              MOVE TN-PERIODO TO WS-PERIODO
           END-IF
           CLOSE TARJETA-PERIODO
           IF WS-PER-MES = 1
              COMPUTE WS-ANT-ANIO = WS-PER-ANIO - 1
              MOVE 12 TO WS-ANT-MES
           ELSE
              MOVE WS-PER-ANIO TO WS-ANT-ANIO
              COMPUTE WS-ANT-MES = WS-PER-MES - 1
           END-IF
           .
       1050-DETERMINAR-PERIODO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1100-LEER-PARAMETROS.
           MOVE 0 TO PMC-FECHA
           MOVE 'RENT-TFONDEO' TO PMC-COD-PARAMETRO
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-TASA-FONDEO
           END-IF
           MOVE 'RENT-DIST-FO' TO PMC-COD-PARAMETRO
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-TASA-DISTRIBUCION
           END-IF
           MOVE 'RENT-SEG-PRI' TO PMC-COD-PARAMETRO
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-UMBRAL-PRIVADO
           END-IF
           MOVE 'RENT-SEG-PRE' TO PMC-COD-PARAMETRO
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-UMBRAL-PREFERENTE
           END-IF
           .
       1100-LEER-PARAMETROS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * REPROCESO: LO QUE YA HUBIERA DEL PERIODO SE RECALCULA.       *
      *--------------------------------------------------------------*
       1200-DEPURAR-PERIODO.
           IF RH-PERIODO = WS-PERIODO
              DELETE HISTORICO-RENTA RECORD
              ADD 1 TO WS-TOT-BORRADOS
           END-IF
           READ HISTORICO-RENTA NEXT RECORD
              AT END MOVE '10' TO WS-RH-STATUS
           END-READ
           .
       1200-DEPURAR-PERIODO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * FACTCLI: COMISIONES FACTURADAS DEL PERIODO.                  *
      *--------------------------------------------------------------*
       2000-PROCESAR-FACTURA.
           IF FC-PERIODO = WS-PERIODO
              MOVE FC-CTAVALOR TO WS-CTA-PROCESO
              PERFORM 8000-UBICAR-RENTA
              ADD FC-SUBTOTAL TO RH-COMISION
              PERFORM 8900-GRABAR-RENTA
           END-IF
           READ FACTURA-CLIENTE
              AT END MOVE 'S' TO WS-EOF-FACTURA
           END-READ
           .
       2000-PROCESAR-FACTURA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * FEEDET: SOLO LA CUSTODIA; LAS COMISIONES YA VIENEN DE LA     *
      * FACTURA Y LOS CARGOS DE TERCEROS SE TRASLADAN AL CLIENTE.    *
      *--------------------------------------------------------------*
       2100-PROCESAR-GASTO.
           MOVE FT-FECHA-ALTA TO WS-FECHA-MOV
           IF WS-FM-PERIODO = WS-PERIODO
              AND FT-CODCOM = WS-COD-CUSTODIA
              MOVE FT-CTAVALOR TO WS-CTA-PROCESO
              MOVE FT-MONEDA   TO WS-MONEDA-IMPORTE
              IF WS-MONEDA-IMPORTE = SPACES
                 PERFORM 8100-MONEDA-CUENTA
                 MOVE WS-MONEDA-CUENTA TO WS-MONEDA-IMPORTE
              END-IF
              MOVE FT-IMPORTE TO WS-IMPORTE-ORIGEN
              PERFORM 8200-CONVERTIR-SOLES
              IF WS-CONVERTIDO
                 PERFORM 8000-UBICAR-RENTA
                 ADD WS-IMPORTE-SOLES TO RH-CUSTODIA
                 PERFORM 8900-GRABAR-RENTA
              END-IF
           END-IF
           READ DETALLE-GASTO
              AT END MOVE 'S' TO WS-EOF-GASTO
           END-READ
           .
       2100-PROCESAR-GASTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * MRGACRG: INTERES COBRADO MENOS EL COSTO DE FONDEAR EL SALDO  *
      * DISPUESTO ESE DIA.                                           *
      *--------------------------------------------------------------*
       2200-PROCESAR-CREDITO.
           MOVE MA-FECHA-DEVENGO TO WS-FECHA-MOV
           IF WS-FM-PERIODO = WS-PERIODO
              COMPUTE WS-IMPORTE-ORIGEN = MA-INTERES-DIA
                 - MA-SALDO-DISPUESTO * WS-TASA-FONDEO / 36000
              MOVE MA-CTAVALOR TO WS-CTA-PROCESO
              PERFORM 8100-MONEDA-CUENTA
              MOVE WS-MONEDA-CUENTA TO WS-MONEDA-IMPORTE
              PERFORM 8200-CONVERTIR-SOLES
              IF WS-CONVERTIDO
                 PERFORM 8000-UBICAR-RENTA
                 ADD WS-IMPORTE-SOLES TO RH-MARGEN-CREDITO
                 PERFORM 8900-GRABAR-RENTA
              END-IF
           END-IF
           READ DEVENGO-CREDITO
              AT END MOVE 'S' TO WS-EOF-CREDITO
           END-READ
           .
       2200-PROCESAR-CREDITO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * PRSACRG: COMISION DEL PRESTAMO, A LA CUENTA PRESTAMISTA.     *
      *--------------------------------------------------------------*
       2300-PROCESAR-PRESTAMO.
           MOVE PA-FECHA-DEVENGO TO WS-FECHA-MOV
           IF WS-FM-PERIODO = WS-PERIODO
              AND PA-COMISION-DIA NOT = 0
              MOVE PA-PRESTAMO TO PR-PRESTAMO
              MOVE '00' TO WS-PR-STATUS
              READ LIBRO-PRESTAMO
                 INVALID KEY MOVE '23' TO WS-PR-STATUS
              END-READ
              IF WS-PR-OK
                 PERFORM 2310-ACUMULAR-PRESTAMO
              END-IF
           END-IF
           READ DEVENGO-PRESTAMO
              AT END MOVE 'S' TO WS-EOF-PRESTAMO
           END-READ
           .
       2300-PROCESAR-PRESTAMO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2310-ACUMULAR-PRESTAMO.
           MOVE PR-CTAVALOR-PRESTAMISTA TO WS-CTA-PROCESO
           PERFORM 8100-MONEDA-CUENTA
           MOVE WS-MONEDA-CUENTA TO WS-MONEDA-IMPORTE
           MOVE PA-COMISION-DIA  TO WS-IMPORTE-ORIGEN
           PERFORM 8200-CONVERTIR-SOLES
           IF WS-CONVERTIDO
              PERFORM 8000-UBICAR-RENTA
              ADD WS-IMPORTE-SOLES TO RH-PRESTAMO-VALORES
              PERFORM 8900-GRABAR-RENTA
           END-IF
           .
       2310-ACUMULAR-PRESTAMO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * FXDEAL: SPREAD SOBRE LA TASA OFICIAL EN LA MONEDA DE LA      *
      * CUENTA.                                                      *
      *--------------------------------------------------------------*
       2400-PROCESAR-CAMBIO.
           MOVE FD-FECHA-PACTO TO WS-FECHA-MOV
           IF WS-FM-PERIODO = WS-PERIODO
              AND (FD-PACTADO OR FD-LIQUIDADO)
              COMPUTE WS-IMPORTE-ORIGEN = FD-IMPORTE-ORDEN *
                 (FD-CAMBIO-PACTADO - FD-CAMBIO-OFICIAL)
              IF WS-IMPORTE-ORIGEN < 0
                 COMPUTE WS-IMPORTE-ORIGEN = 0 - WS-IMPORTE-ORIGEN
              END-IF
              MOVE FD-CTAVALOR      TO WS-CTA-PROCESO
              MOVE FD-MONEDA-CUENTA TO WS-MONEDA-IMPORTE
              PERFORM 8200-CONVERTIR-SOLES
              IF WS-CONVERTIDO
                 AND WS-IMPORTE-SOLES NOT = 0
                 PERFORM 8000-UBICAR-RENTA
                 ADD WS-IMPORTE-SOLES TO RH-SPREAD-CAMBIO
                 PERFORM 8900-GRABAR-RENTA
              END-IF
           END-IF
           READ OPERACION-CAMBIO NEXT RECORD
              AT END MOVE '10' TO WS-FD-STATUS
           END-READ
           .
       2400-PROCESAR-CAMBIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * SWEPMAST: DISTRIBUCION DEL MES SOBRE LA POSICION VIGENTE DE  *
      * LA CUENTA EN SU FONDO DE BARRIDO.                            *
      *--------------------------------------------------------------*
       2500-PROCESAR-BARRIDO.
           IF SW-ACTIVO
              MOVE SW-FONDO    TO CM-NEMONICO
              MOVE SW-CTAVALOR TO CM-CTAVALOR
              MOVE '00' TO WS-CM-STATUS
              READ CARTERA-MAESTRO
                 INVALID KEY MOVE '23' TO WS-CM-STATUS
              END-READ
              IF WS-CM-OK
                 AND CM-VALACT > 0
                 PERFORM 2510-ACUMULAR-DISTRIBUCION
              END-IF
           END-IF
           READ BARRIDO-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-SW-STATUS
           END-READ
           .
       2500-PROCESAR-BARRIDO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2510-ACUMULAR-DISTRIBUCION.
           MOVE SW-CTAVALOR TO WS-CTA-PROCESO
           MOVE CM-MONEDA   TO WS-MONEDA-IMPORTE
           COMPUTE WS-IMPORTE-ORIGEN =
              CM-VALACT * WS-TASA-DISTRIBUCION / 1200
           PERFORM 8200-CONVERTIR-SOLES
           IF WS-CONVERTIDO
              PERFORM 8000-UBICAR-RENTA
              ADD WS-IMPORTE-SOLES TO RH-DISTRIBUCION-FONDO
              PERFORM 8900-GRABAR-RENTA
           END-IF
           .
       2510-ACUMULAR-DISTRIBUCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * INTACRG: INTERES DEVENGADO AL CLIENTE SOBRE SU EFECTIVO.     *
      *--------------------------------------------------------------*
       2600-PROCESAR-EFECTIVO.
           MOVE IA-FECHA-DEVENGO TO WS-FECHA-MOV
           IF WS-FM-PERIODO = WS-PERIODO
              AND IA-INTERES-DIA NOT = 0
              MOVE IA-CTAVALOR    TO WS-CTA-PROCESO
              MOVE IA-MONEDA      TO WS-MONEDA-IMPORTE
              MOVE IA-INTERES-DIA TO WS-IMPORTE-ORIGEN
              PERFORM 8200-CONVERTIR-SOLES
              IF WS-CONVERTIDO
                 PERFORM 8000-UBICAR-RENTA
                 ADD WS-IMPORTE-SOLES TO RH-INTERES-PAGADO
                 PERFORM 8900-GRABAR-RENTA
              END-IF
           END-IF
           READ DEVENGO-EFECTIVO
              AT END MOVE 'S' TO WS-EOF-EFECTIVO
           END-READ
           .
       2600-PROCESAR-EFECTIVO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * TERDIF: FACTURADO POR LA ENTIDAD MENOS LO RECAUDADO AL       *
      * CLIENTE EN CADA ORDEN DEL PERIODO (LA ORDEN SIN CUENTA NO    *
      * SE ATRIBUYE).                                                *
      *--------------------------------------------------------------*
       2700-PROCESAR-DIFERENCIA.
           IF TDF-PERIODO = WS-PERIODO
              AND TDF-CTAVALOR NOT = SPACES
              MOVE TDF-CTAVALOR   TO WS-CTA-PROCESO
              MOVE TDF-MONEDA     TO WS-MONEDA-IMPORTE
              MOVE TDF-DIFERENCIA TO WS-IMPORTE-ORIGEN
              PERFORM 8200-CONVERTIR-SOLES
              IF WS-CONVERTIDO
                 PERFORM 8000-UBICAR-RENTA
                 ADD WS-IMPORTE-SOLES TO RH-TERCEROS-ABSORBIDO
                 PERFORM 8900-GRABAR-RENTA
              END-IF
           END-IF
           READ DIFERENCIA-TERCERO
              AT END MOVE 'S' TO WS-EOF-DIFERENCIA
           END-READ
           .
       2700-PROCESAR-DIFERENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CUSTACUM: PROMEDIO DEL MES POR TIPO DE RENTA (SOLES).        *
      *--------------------------------------------------------------*
       2800-PROCESAR-TENENCIA.
           IF CV-PERIODO = WS-PERIODO
              AND CV-DIAS > 0
              MOVE CV-CTAVALOR TO WS-CTA-PROCESO
              PERFORM 8000-UBICAR-RENTA
              COMPUTE WS-IMPORTE-SOLES ROUNDED =
                 CV-SUMA-VALORIZADO / CV-DIAS
              ADD WS-IMPORTE-SOLES TO RH-ACTIVO-PROMEDIO
              PERFORM 8900-GRABAR-RENTA
           END-IF
           READ ACUMULADO-CUSTODIA NEXT RECORD
              AT END MOVE '10' TO WS-CV-STATUS
           END-READ
           .
       2800-PROCESAR-TENENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-INICIAR-RESULTADO.
           MOVE 'DETALLE POR CUENTA-VALOR' TO WS-SECCION
           WRITE REPORTE-REC FROM WS-LINEA-SECCION
           WRITE REPORTE-REC FROM WS-LINEA-CABECERA
           MOVE LOW-VALUES TO RH-CLAVE
           START HISTORICO-RENTA KEY IS NOT LESS THAN RH-CLAVE
              INVALID KEY MOVE '10' TO WS-RH-STATUS
           END-START
           IF WS-RH-OK
              READ HISTORICO-RENTA NEXT RECORD
                 AT END MOVE '10' TO WS-RH-STATUS
              END-READ
           END-IF
           .
       3000-INICIAR-RESULTADO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL HISTORICO VA POR CUENTA Y PERIODO: EL REGISTRO PREVIO DE  *
      * LA MISMA CUENTA, SI ES DEL MES ANTERIOR, DA LA VARIACION.    *
      *--------------------------------------------------------------*
       3100-EVALUAR-RENTA.
           IF RH-PERIODO = WS-PERIODO
              PERFORM 3200-CERRAR-CUENTA
           END-IF
           MOVE RH-CTAVALOR       TO WS-PREVIO-CTAVALOR
           MOVE RH-PERIODO        TO WS-PREVIO-PERIODO
           MOVE RH-RESULTADO-NETO TO WS-PREVIO-NETO
           READ HISTORICO-RENTA NEXT RECORD
              AT END MOVE '10' TO WS-RH-STATUS
           END-READ
           .
       3100-EVALUAR-RENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3200-CERRAR-CUENTA.
           ADD 1 TO WS-TOT-CUENTAS
           MOVE 0 TO WS-NETO-ANTERIOR
           IF WS-PREVIO-CTAVALOR = RH-CTAVALOR
              AND WS-PREVIO-PERIODO = WS-PERIODO-ANTERIOR
              MOVE WS-PREVIO-NETO TO WS-NETO-ANTERIOR
           END-IF
           COMPUTE RH-RESULTADO-NETO = RH-COMISION + RH-CUSTODIA
              + RH-MARGEN-CREDITO + RH-PRESTAMO-VALORES
              + RH-SPREAD-CAMBIO + RH-DISTRIBUCION-FONDO
              - RH-INTERES-PAGADO - RH-TERCEROS-ABSORBIDO
           MOVE RH-CTAVALOR TO CA-CTAVALOR
           MOVE '00' TO WS-CA-STATUS
           READ ASESOR-CUENTA
              INVALID KEY MOVE '23' TO WS-CA-STATUS
           END-READ
           IF WS-CA-OK
              MOVE CA-ASESOR TO RH-ASESOR
           ELSE
              MOVE SPACES    TO RH-ASESOR
           END-IF
           PERFORM 3210-UBICAR-CLIENTE
           PERFORM 3300-ASIGNAR-SEGMENTO
           MOVE WS-FECHA-PROCESO TO RH-FECHA-PROCESO
           REWRITE RH-REGISTRO-RENTABILIDAD
           PERFORM 3400-LISTAR-CUENTA
           PERFORM 3500-CONSOLIDAR-ASESOR
           PERFORM 3600-CONSOLIDAR-SEGMENTO
           MOVE RH-CTAVALOR       TO WS-RA-CTAVALOR
           MOVE RH-ASESOR         TO WS-RA-ASESOR
           MOVE RH-SEGMENTO       TO WS-RA-SEGMENTO
           MOVE RH-RESULTADO-NETO TO WS-RA-NETO
           MOVE WS-NETO-ANTERIOR  TO WS-RA-NETO-ANT
           PERFORM 3700-RANKING-MAYORES
           PERFORM 3800-RANKING-MENORES
           .
       3200-CERRAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3210-UBICAR-CLIENTE.
           PERFORM 3220-AVANZAR-CLIENTE
              UNTIL WS-FIN-CLIENTE
                 OR EC-CTAVALOR NOT < RH-CTAVALOR
           .
       3210-UBICAR-CLIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3220-AVANZAR-CLIENTE.
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           .
       3220-AVANZAR-CLIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * TITULAR CON RUC: INSTITUCIONAL; EL RESTO POR PATRIMONIO.     *
      *--------------------------------------------------------------*
       3300-ASIGNAR-SEGMENTO.
           IF NOT WS-FIN-CLIENTE
              AND EC-CTAVALOR = RH-CTAVALOR
              AND EC-TIPO-DOC = 'R'
              MOVE 'I' TO RH-SEGMENTO
           ELSE
              IF RH-ACTIVO-PROMEDIO NOT < WS-UMBRAL-PRIVADO
                 MOVE 'P' TO RH-SEGMENTO
              ELSE
                 IF RH-ACTIVO-PROMEDIO NOT < WS-UMBRAL-PREFERENTE
                    MOVE 'F' TO RH-SEGMENTO
                 ELSE
                    MOVE 'M' TO RH-SEGMENTO
                 END-IF
              END-IF
           END-IF
           .
       3300-ASIGNAR-SEGMENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3400-LISTAR-CUENTA.
           MOVE RH-CTAVALOR           TO WD-CTAVALOR
           MOVE RH-ASESOR             TO WD-ASESOR
           MOVE RH-SEGMENTO           TO WD-SEGMENTO
           MOVE RH-COMISION           TO WD-COMISION
           MOVE RH-CUSTODIA           TO WD-CUSTODIA
           MOVE RH-MARGEN-CREDITO     TO WD-MARGEN-CREDITO
           MOVE RH-PRESTAMO-VALORES   TO WD-PRESTAMO-VALORES
           MOVE RH-SPREAD-CAMBIO      TO WD-SPREAD-CAMBIO
           MOVE RH-DISTRIBUCION-FONDO TO WD-DISTRIBUCION-FONDO
           MOVE RH-INTERES-PAGADO     TO WD-INTERES-PAGADO
           MOVE RH-TERCEROS-ABSORBIDO TO WD-TERCEROS-ABSORBIDO
           MOVE RH-RESULTADO-NETO     TO WD-RESULTADO-NETO
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           ADD RH-RESULTADO-NETO TO WS-TG-NETO
           ADD WS-NETO-ANTERIOR  TO WS-TG-NETO-ANT
           .
       3400-LISTAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3500-CONSOLIDAR-ASESOR.
           MOVE 0 TO WS-POS
           PERFORM 3510-COMPARAR-ASESOR
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-ASESORES
                 OR WS-POS > 0
           IF WS-POS = 0
              IF WS-TOT-ASESORES < 300
                 ADD 1 TO WS-TOT-ASESORES
                 MOVE WS-TOT-ASESORES TO WS-POS
                 MOVE RH-ASESOR TO WS-ASE-CODIGO(WS-POS)
                 MOVE 0 TO WS-ASE-CUENTAS(WS-POS)
                 MOVE 0 TO WS-ASE-NETO(WS-POS)
                 MOVE 0 TO WS-ASE-NETO-ANT(WS-POS)
                 MOVE 'N' TO WS-ASE-LISTADO(WS-POS)
              ELSE
                 DISPLAY 'RRENTCLI - TABLA DE ASESORES LLENA, ASESOR '
                         RH-ASESOR ' NO CONSOLIDADO'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           IF WS-POS > 0
              ADD 1                 TO WS-ASE-CUENTAS(WS-POS)
              ADD RH-RESULTADO-NETO TO WS-ASE-NETO(WS-POS)
              ADD WS-NETO-ANTERIOR  TO WS-ASE-NETO-ANT(WS-POS)
           END-IF
           .
       3500-CONSOLIDAR-ASESOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3510-COMPARAR-ASESOR.
           IF WS-ASE-CODIGO(WS-IDX) = RH-ASESOR
              MOVE WS-IDX TO WS-POS
           END-IF
           .
       3510-COMPARAR-ASESOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3600-CONSOLIDAR-SEGMENTO.
           MOVE 0 TO WS-POS
           PERFORM 3610-COMPARAR-SEGMENTO
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > 4
                 OR WS-POS > 0
           IF WS-POS > 0
              ADD 1                 TO WS-SEG-CUENTAS(WS-POS)
              ADD RH-RESULTADO-NETO TO WS-SEG-NETO(WS-POS)
              ADD WS-NETO-ANTERIOR  TO WS-SEG-NETO-ANT(WS-POS)
           END-IF
           .
       3600-CONSOLIDAR-SEGMENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3610-COMPARAR-SEGMENTO.
           IF WS-SGN-CODIGO(WS-IDX) = RH-SEGMENTO
              MOVE WS-IDX TO WS-POS
           END-IF
           .
       3610-COMPARAR-SEGMENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LAS 20 CUENTAS MAS RENTABLES, DE MAYOR A MENOR: SE BUSCA LA  *
      * POSICION, SE CORREN HACIA ABAJO LAS SIGUIENTES Y SE INSERTA. *
      *--------------------------------------------------------------*
       3700-RANKING-MAYORES.
           IF WS-TOT-MAYORES < WS-MAX-RANKING
              PERFORM 3705-INSERTAR-MAYOR
           ELSE
              IF WS-RA-NETO > WS-MAY-NETO(WS-MAX-RANKING)
                 PERFORM 3705-INSERTAR-MAYOR
              END-IF
           END-IF
           .
       3700-RANKING-MAYORES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3705-INSERTAR-MAYOR.
           MOVE 0 TO WS-POS
           PERFORM 3710-POSICION-MAYOR
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-MAYORES
                 OR WS-POS > 0
           IF WS-POS = 0
              COMPUTE WS-POS = WS-TOT-MAYORES + 1
           END-IF
           IF WS-TOT-MAYORES < WS-MAX-RANKING
              ADD 1 TO WS-TOT-MAYORES
           END-IF
           PERFORM 3720-CORRER-MAYOR
              VARYING WS-JDX FROM WS-TOT-MAYORES BY -1
              UNTIL WS-JDX NOT > WS-POS
           MOVE WS-RANKING-ACTUAL TO WS-MAY(WS-POS)
           .
       3705-INSERTAR-MAYOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3710-POSICION-MAYOR.
           IF WS-RA-NETO > WS-MAY-NETO(WS-IDX)
              MOVE WS-IDX TO WS-POS
           END-IF
           .
       3710-POSICION-MAYOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3720-CORRER-MAYOR.
           MOVE WS-MAY(WS-JDX - 1) TO WS-MAY(WS-JDX)
           .
       3720-CORRER-MAYOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LAS 20 CUENTAS MENOS RENTABLES, DE MENOR A MAYOR.            *
      *--------------------------------------------------------------*
       3800-RANKING-MENORES.
           IF WS-TOT-MENORES < WS-MAX-RANKING
              PERFORM 3805-INSERTAR-MENOR
           ELSE
              IF WS-RA-NETO < WS-MEN-NETO(WS-MAX-RANKING)
                 PERFORM 3805-INSERTAR-MENOR
              END-IF
           END-IF
           .
       3800-RANKING-MENORES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3805-INSERTAR-MENOR.
           MOVE 0 TO WS-POS
           PERFORM 3810-POSICION-MENOR
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-MENORES
                 OR WS-POS > 0
           IF WS-POS = 0
              COMPUTE WS-POS = WS-TOT-MENORES + 1
           END-IF
           IF WS-TOT-MENORES < WS-MAX-RANKING
              ADD 1 TO WS-TOT-MENORES
           END-IF
           PERFORM 3820-CORRER-MENOR
              VARYING WS-JDX FROM WS-TOT-MENORES BY -1
              UNTIL WS-JDX NOT > WS-POS
           MOVE WS-RANKING-ACTUAL TO WS-MEN(WS-POS)
           .
       3805-INSERTAR-MENOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3810-POSICION-MENOR.
           IF WS-RA-NETO < WS-MEN-NETO(WS-IDX)
              MOVE WS-IDX TO WS-POS
           END-IF
           .
       3810-POSICION-MENOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3820-CORRER-MENOR.
           MOVE WS-MEN(WS-JDX - 1) TO WS-MEN(WS-JDX)
           .
       3820-CORRER-MENOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-LISTAR-RANKINGS.
           MOVE 'TOTAL GENERAL'   TO WD-CTAVALOR
           MOVE SPACES            TO WD-ASESOR WD-SEGMENTO
           MOVE 0 TO WD-COMISION WD-CUSTODIA WD-MARGEN-CREDITO
                     WD-PRESTAMO-VALORES WD-SPREAD-CAMBIO
                     WD-DISTRIBUCION-FONDO WD-INTERES-PAGADO
                     WD-TERCEROS-ABSORBIDO
           MOVE WS-TG-NETO        TO WD-RESULTADO-NETO
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           MOVE 'CUENTAS MAS RENTABLES' TO WS-SECCION
           WRITE REPORTE-REC FROM WS-LINEA-SECCION
           WRITE REPORTE-REC FROM WS-CABECERA-CUENTA
           PERFORM 4100-LISTAR-MAYOR
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-MAYORES
           MOVE 'CUENTAS MENOS RENTABLES' TO WS-SECCION
           WRITE REPORTE-REC FROM WS-LINEA-SECCION
           WRITE REPORTE-REC FROM WS-CABECERA-CUENTA
           PERFORM 4200-LISTAR-MENOR
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-MENORES
           MOVE 'RANKING POR ASESOR' TO WS-SECCION
           WRITE REPORTE-REC FROM WS-LINEA-SECCION
           WRITE REPORTE-REC FROM WS-CABECERA-ASESOR
           PERFORM 4300-LISTAR-ASESOR
              VARYING WS-RANGO FROM 1 BY 1
              UNTIL WS-RANGO > WS-TOT-ASESORES
           MOVE 'RANKING POR SEGMENTO' TO WS-SECCION
           WRITE REPORTE-REC FROM WS-LINEA-SECCION
           WRITE REPORTE-REC FROM WS-CABECERA-SEGMENTO
           PERFORM 4400-LISTAR-SEGMENTO
              VARYING WS-RANGO FROM 1 BY 1
              UNTIL WS-RANGO > 4
           .
       4000-LISTAR-RANKINGS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4100-LISTAR-MAYOR.
           MOVE WS-IDX                  TO WC-RANGO
           MOVE WS-MAY-CTAVALOR(WS-IDX) TO WC-CTAVALOR
           MOVE WS-MAY-ASESOR(WS-IDX)   TO WC-ASESOR
           MOVE WS-MAY-SEGMENTO(WS-IDX) TO WC-SEGMENTO
           MOVE WS-MAY-NETO(WS-IDX)     TO WC-NETO
           MOVE WS-MAY-NETO-ANT(WS-IDX) TO WC-NETO-ANT
           COMPUTE WC-VARIACION =
              WS-MAY-NETO(WS-IDX) - WS-MAY-NETO-ANT(WS-IDX)
           WRITE REPORTE-REC FROM WS-LINEA-CUENTA
           .
       4100-LISTAR-MAYOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4200-LISTAR-MENOR.
           MOVE WS-IDX                  TO WC-RANGO
           MOVE WS-MEN-CTAVALOR(WS-IDX) TO WC-CTAVALOR
           MOVE WS-MEN-ASESOR(WS-IDX)   TO WC-ASESOR
           MOVE WS-MEN-SEGMENTO(WS-IDX) TO WC-SEGMENTO
           MOVE WS-MEN-NETO(WS-IDX)     TO WC-NETO
           MOVE WS-MEN-NETO-ANT(WS-IDX) TO WC-NETO-ANT
           COMPUTE WC-VARIACION =
              WS-MEN-NETO(WS-IDX) - WS-MEN-NETO-ANT(WS-IDX)
           WRITE REPORTE-REC FROM WS-LINEA-CUENTA
           .
       4200-LISTAR-MENOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EN CADA VUELTA SE LISTA EL ASESOR DE MAYOR RESULTADO AUN NO  *
      * LISTADO.                                                     *
      *--------------------------------------------------------------*
       4300-LISTAR-ASESOR.
           MOVE 0 TO WS-POS
           PERFORM 4310-BUSCAR-MAYOR-ASESOR
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-ASESORES
           IF WS-POS > 0
              MOVE 'S'                    TO WS-ASE-LISTADO(WS-POS)
              MOVE WS-RANGO               TO WA-RANGO
              MOVE WS-ASE-CODIGO(WS-POS)  TO WA-ASESOR
              MOVE WS-ASE-CUENTAS(WS-POS) TO WA-CUENTAS
              MOVE WS-ASE-NETO(WS-POS)    TO WA-NETO
              MOVE WS-ASE-NETO-ANT(WS-POS) TO WA-NETO-ANT
              COMPUTE WA-VARIACION =
                 WS-ASE-NETO(WS-POS) - WS-ASE-NETO-ANT(WS-POS)
              WRITE REPORTE-REC FROM WS-LINEA-ASESOR
           END-IF
           .
       4300-LISTAR-ASESOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4310-BUSCAR-MAYOR-ASESOR.
           IF WS-ASE-LISTADO(WS-IDX) NOT = 'S'
              IF WS-POS = 0
                 OR WS-ASE-NETO(WS-IDX) > WS-MAYOR-NETO
                 MOVE WS-IDX              TO WS-POS
                 MOVE WS-ASE-NETO(WS-IDX) TO WS-MAYOR-NETO
              END-IF
           END-IF
           .
       4310-BUSCAR-MAYOR-ASESOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4400-LISTAR-SEGMENTO.
           MOVE 0 TO WS-POS
           PERFORM 4410-BUSCAR-MAYOR-SEGMENTO
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > 4
           IF WS-POS > 0
              MOVE 'S'                    TO WS-SEG-LISTADO(WS-POS)
              MOVE WS-RANGO               TO WG-RANGO
              MOVE WS-SGN-NOMBRE(WS-POS)  TO WG-SEGMENTO
              MOVE WS-SEG-CUENTAS(WS-POS) TO WG-CUENTAS
              MOVE WS-SEG-NETO(WS-POS)    TO WG-NETO
              MOVE WS-SEG-NETO-ANT(WS-POS) TO WG-NETO-ANT
              COMPUTE WG-VARIACION =
                 WS-SEG-NETO(WS-POS) - WS-SEG-NETO-ANT(WS-POS)
              WRITE REPORTE-REC FROM WS-LINEA-SEGMENTO
           END-IF
           .
       4400-LISTAR-SEGMENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4410-BUSCAR-MAYOR-SEGMENTO.
           IF WS-SEG-LISTADO(WS-IDX) NOT = 'S'
              IF WS-POS = 0
                 OR WS-SEG-NETO(WS-IDX) > WS-MAYOR-NETO
                 MOVE WS-IDX              TO WS-POS
                 MOVE WS-SEG-NETO(WS-IDX) TO WS-MAYOR-NETO
              END-IF
           END-IF
           .
       4410-BUSCAR-MAYOR-SEGMENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LEE O INICIA EL REGISTRO DE WS-CTA-PROCESO DEL PERIODO.      *
      *--------------------------------------------------------------*
       8000-UBICAR-RENTA.
           MOVE 'N' TO WS-IND-NUEVO
           MOVE WS-CTA-PROCESO TO RH-CTAVALOR
           MOVE WS-PERIODO     TO RH-PERIODO
           READ HISTORICO-RENTA
              INVALID KEY MOVE 'S' TO WS-IND-NUEVO
           END-READ
           IF WS-RENTA-NUEVA
              MOVE SPACES         TO RH-REGISTRO-RENTABILIDAD
              MOVE WS-CTA-PROCESO TO RH-CTAVALOR
              MOVE WS-PERIODO     TO RH-PERIODO
              MOVE 0 TO RH-COMISION RH-CUSTODIA RH-MARGEN-CREDITO
                        RH-PRESTAMO-VALORES RH-SPREAD-CAMBIO
                        RH-DISTRIBUCION-FONDO RH-INTERES-PAGADO
                        RH-TERCEROS-ABSORBIDO RH-RESULTADO-NETO
                        RH-ACTIVO-PROMEDIO RH-FECHA-PROCESO
           END-IF
           .
       8000-UBICAR-RENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * MONEDA DE LA CUENTA EFECTIVO DE WS-CTA-PROCESO (PEN SI NO    *
      * TIENE), RECORDANDO LA ULTIMA CUENTA CONSULTADA.              *
      *--------------------------------------------------------------*
       8100-MONEDA-CUENTA.
           IF WS-CTA-PROCESO NOT = WS-CTA-MONEDA
              MOVE WS-CTA-PROCESO TO WS-CTA-MONEDA
              MOVE WS-CTA-PROCESO TO EFC-CTA-VALOR
              MOVE SPACES         TO EFC-MONEDA
              MOVE 0              TO EFC-MTO-REQUERIDO
              CALL 'EFECHK' USING EFC-PARAMETROS
              IF EFC-SIN-CUENTA-EFECTIVO
                 OR EFC-MONEDA-CUENTA = SPACES
                 MOVE 'PEN' TO WS-MONEDA-CUENTA
              ELSE
                 MOVE EFC-MONEDA-CUENTA TO WS-MONEDA-CUENTA
              END-IF
           END-IF
           .
       8100-MONEDA-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * WS-IMPORTE-ORIGEN EN WS-MONEDA-IMPORTE A SOLES, AL CAMBIO    *
      * OFICIAL VIGENTE. SIN TASA EL IMPORTE NO SE ACUMULA Y LA      *
      * CORRIDA TERMINA CON ADVERTENCIA.                             *
      *--------------------------------------------------------------*
       8200-CONVERTIR-SOLES.
           MOVE 'S' TO WS-IND-CONVERTIDO
           IF WS-MONEDA-IMPORTE = 'PEN' OR WS-MONEDA-IMPORTE = SPACES
              COMPUTE WS-IMPORTE-SOLES ROUNDED = WS-IMPORTE-ORIGEN
           ELSE
              IF WS-MONEDA-IMPORTE NOT = WS-MONEDA-CAMBIO
                 PERFORM 8210-LEER-CAMBIO
              END-IF
              IF WS-CAMBIO-OFICIAL > 0
                 COMPUTE WS-IMPORTE-SOLES ROUNDED =
                    WS-IMPORTE-ORIGEN * WS-CAMBIO-OFICIAL
              ELSE
                 MOVE 'N' TO WS-IND-CONVERTIDO
                 MOVE 0   TO WS-IMPORTE-SOLES
                 ADD 1 TO WS-TOT-SIN-CAMBIO
                 DISPLAY 'RRENTCLI - SIN CAMBIO OFICIAL '
                         WS-MONEDA-IMPORTE ' CUENTA ' WS-CTA-PROCESO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .
       8200-CONVERTIR-SOLES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8210-LEER-CAMBIO.
           MOVE WS-MONEDA-IMPORTE TO WS-MONEDA-CAMBIO
           MOVE WS-MONEDA-IMPORTE TO FXR-MONEDA
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
       8900-GRABAR-RENTA.
           IF WS-RENTA-NUEVA
              WRITE RH-REGISTRO-RENTABILIDAD
           ELSE
              REWRITE RH-REGISTRO-RENTABILIDAD
           END-IF
           .
       8900-GRABAR-RENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           MOVE 'REGISTROS DEPURADOS POR REPROCESO' TO WL-TITULO
           MOVE WS-TOT-BORRADOS                   TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'CUENTAS EVALUADAS'               TO WL-TITULO
           MOVE WS-TOT-CUENTAS                    TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'IMPORTES SIN CAMBIO OFICIAL'     TO WL-TITULO
           MOVE WS-TOT-SIN-CAMBIO                 TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           CLOSE FACTURA-CLIENTE DETALLE-GASTO DEVENGO-CREDITO
                 DEVENGO-PRESTAMO LIBRO-PRESTAMO OPERACION-CAMBIO
                 BARRIDO-MAESTRO CARTERA-MAESTRO DEVENGO-EFECTIVO
                 DIFERENCIA-TERCERO ACUMULADO-CUSTODIA FXRATES
                 ASESOR-CUENTA HISTORICO-RENTA CLIENTE-EXT
                 REPORTE-RENTA
           MOVE 'F'              TO BC-FUNCION
           MOVE 'RRENTCLI'       TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-CUENTAS   TO BC-REGISTROS
           MOVE RETURN-CODE      TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RRENTCLI - PERIODO             : ' WS-PERIODO
           DISPLAY 'RRENTCLI - CUENTAS EVALUADAS   : ' WS-TOT-CUENTAS
           DISPLAY 'RRENTCLI - ASESORES            : ' WS-TOT-ASESORES
           DISPLAY 'RRENTCLI - SIN CAMBIO OFICIAL  : ' WS-TOT-SIN-CAMBIO
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

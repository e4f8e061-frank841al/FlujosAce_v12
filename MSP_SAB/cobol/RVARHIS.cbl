       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RVARHIS.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  05/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 05/10/2026 JQ      ALTA. VALOR EN RIESGO NOCTURNO POR        *
      *                    SIMULACION HISTORICA (95% Y 99%, 1 Y 10   *
      *                    DIAS) DEL LIBRO PROPIO (CASACTA) Y DE LAS *
      *                    CUENTAS CON LINEA DE CREDITO BURSATIL     *
      *                    (MARGMAST), SOBRE LA SERIE QUOTEHST DE    *
      *                    CADA NEMONICO, PARA LA UNIDAD DE RIESGOS  *
      *                    Y EL COMITE DE CREDITOS.                  *
      * 05/10/2026 JQ      ALTA. LA SERIE DE CIERRES SE AJUSTA POR   *
      *                    EVENTOS CORPORATIVOS (FACTORES PRCFACT    *
      *                    VIA QUOHAJUS): UN SPLIT O DIVIDENDO EN    *
      *                    ACCIONES YA NO GENERA UN ESCENARIO DE     *
      *                    CAIDA FICTICIA.                           *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * COMPLEMENTA A RSTRESS (ESCENARIOS FIJOS) CON LOS MOVIMIENTOS *
      * DE PRECIO OBSERVADOS. LA VENTANA ES DE N ESCENARIOS (PARMCHK *
      * VAR-VENTANA, 250 POR DEFECTO): LOS N+1 ULTIMOS DIAS HABILES  *
      * (DIAHABIL) HASTA LA FECHA DE PROCESO. EL PRECIO DE CIERRE DE *
      * CADA NEMONICO EN CADA DIA ES LA ULTIMA COTIZACION DE         *
      * QUOTEHST A ESA FECHA (LA DEL DIA ANTERIOR SI NO COTIZO) Y EL *
      * RENDIMIENTO DEL ESCENARIO ES LA VARIACION ENTRE DOS DIAS     *
      * CONSECUTIVOS; EL NEMONICO SIN COTIZACION EN LA VENTANA NO    *
      * APORTA MOVIMIENTO Y SE INFORMA.                              *
      *--------------------------------------------------------------*
      * LA POSICION SE VALORIZA COMO EN RSTRESS (QUOTEMST, CM-PREACT *
      * DE RESPALDO, PRECIO SUCIO PARA LA RENTA FIJA) Y SE LLEVA A   *
      * SOLES AL CAMBIO OFICIAL (FXRATES); EL RIESGO CAMBIARIO NO SE *
      * SIMULA. POR CUENTA SE APLICA CADA ESCENARIO A SUS POSICIONES *
      * Y EL VAR ES LA PERDIDA DEL ESCENARIO EN EL PERCENTIL (EL     *
      * 13ER PEOR DE 250 AL 95%, EL 3ER PEOR AL 99%); EL VAR A 10    *
      * DIAS ES EL DE 1 DIA ESCALADO POR RAIZ DE 10. EL MAYOR        *
      * CONTRIBUYENTE ES EL NEMONICO QUE MAS PIERDE EN EL ESCENARIO  *
      * DEL VAR 95%.                                                 *
      *--------------------------------------------------------------*
      * EL REPORTE VARRPT LISTA EL VAR POR CUENTA, EL TOTAL DEL      *
      * LIBRO CASA (ESCENARIOS SUMADOS, CON LOS DIEZ MAYORES         *
      * CONTRIBUYENTES) Y LAS CUENTAS DE CREDITO BURSATIL CUYO VAR   *
      * 99% A 10 DIAS SUPERA EL PORCENTAJE DE SU GARANTIA (LA        *
      * CARTERA DE LA CUENTA A PRECIO VIGENTE) FIJADO EN PARMCHK     *
      * VAR-PCT-GAR (20 POR DEFECTO), PARA EL COMITE DE CREDITOS. LA *
      * CORRIDA SE REGISTRA EN RUNCTL VIA BCHCTL.                    *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTERA ASSIGN TO CARTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CLAVE
               FILE STATUS IS WS-CM-STATUS.
           SELECT LINEA-CREDITO ASSIGN TO MARGMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MG-CTAVALOR
               FILE STATUS IS WS-MG-STATUS.
           SELECT COTIZACION-MAESTRO ASSIGN TO QUOTEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QM-NEMONICO
               FILE STATUS IS WS-QM-STATUS.
           SELECT COTIZACION-HISTORICO ASSIGN TO QUOTEHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QH-CLAVE
               FILE STATUS IS WS-QH-STATUS.
           SELECT FXRATES ASSIGN TO FXRATES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FXR-MONEDA
               FILE STATUS IS WS-FX-STATUS.
           SELECT REPORTE-VAR ASSIGN TO VARRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CARTERA
           RECORDING MODE IS F.
       COPY CARTMAST.
       FD  LINEA-CREDITO
           RECORDING MODE IS F.
       COPY MARGMAST.
       FD  COTIZACION-MAESTRO
           RECORDING MODE IS F.
       COPY QUOTEMST.
       FD  COTIZACION-HISTORICO
           RECORDING MODE IS F.
       COPY QUOTEHST.
       FD  FXRATES
           RECORDING MODE IS F.
       COPY FXRATE.
       FD  REPORTE-VAR
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-CM-STATUS                PIC X(02) VALUE '00'.
           88 WS-CM-OK                           VALUE '00'.
       01  WS-MG-STATUS                PIC X(02) VALUE '00'.
           88 WS-MG-OK                           VALUE '00'.
       01  WS-QM-STATUS                PIC X(02) VALUE '00'.
           88 WS-QM-OK                           VALUE '00'.
       01  WS-QH-STATUS                PIC X(02) VALUE '00'.
           88 WS-QH-OK                           VALUE '00'.
       01  WS-FX-STATUS                PIC X(02) VALUE '00'.
           88 WS-FX-OK                           VALUE '00'.
       77  WS-FECHA-PROCESO            PIC 9(08).
       77  WS-FECHA-INICIO             PIC 9(08).
       77  WS-DIAS-CALENDARIO          PIC 9(05) COMP VALUE 0.
       77  WS-VENTANA                  PIC 9(03) COMP VALUE 250.
       77  WS-NUM-SLOTS                PIC 9(03) COMP VALUE 0.
       77  WS-PCT-GARANTIA             PIC 9(03)V9(02) VALUE 20.
       77  WS-RAIZ-DIEZ                PIC 9(01)V9(08) VALUE 3.16227766.
       77  WS-K95                      PIC 9(03) COMP VALUE 0.
       77  WS-K99                      PIC 9(03) COMP VALUE 0.
       77  WS-NUM-PEOR                 PIC 9(03) COMP VALUE 0.
       77  WS-JDX                      PIC 9(03) COMP VALUE 0.
       77  WS-ESC                      PIC 9(03) COMP VALUE 0.
       77  WS-SLOT                     PIC 9(03) COMP VALUE 0.
       77  WS-IDX-DIA                  PIC 9(03) COMP VALUE 0.
       77  WS-PRIMER-DIA               PIC 9(03) COMP VALUE 0.
       77  WS-TOT-DIAS                 PIC 9(03) COMP VALUE 0.
       77  WS-NDX                      PIC 9(03) COMP VALUE 0.
       77  WS-POS-NEM                  PIC 9(03) COMP VALUE 0.
       77  WS-TOT-NEMONICOS            PIC 9(03) COMP VALUE 0.
       77  WS-CDX                      PIC 9(04) COMP VALUE 0.
       77  WS-POS-CTA                  PIC 9(04) COMP VALUE 0.
       77  WS-TOT-CUENTAS              PIC 9(04) COMP VALUE 0.
       77  WS-PDX                      PIC 9(05) COMP VALUE 0.
       77  WS-TOT-POSICIONES           PIC 9(05) COMP VALUE 0.
       77  WS-RANGO                    PIC 9(02) COMP VALUE 0.
       77  WS-TOT-LEIDOS               PIC 9(07) COMP VALUE 0.
       77  WS-TOT-SIN-HISTORIA         PIC 9(05) COMP VALUE 0.
       77  WS-TOT-SIN-CAMBIO           PIC 9(05) COMP VALUE 0.
       77  WS-TOT-SIN-LUGAR            PIC 9(05) COMP VALUE 0.
       77  WS-TOT-COMITE               PIC 9(05) COMP VALUE 0.
       77  WS-TIPO-CUENTA              PIC X(01) VALUE SPACE.
           88 WS-TIPO-CASA                       VALUE 'C'.
           88 WS-TIPO-CREDITO                    VALUE 'M'.
           88 WS-TIPO-FUERA                      VALUE SPACE.
       77  WS-SW-DESPLAZAR             PIC X(01) VALUE 'S'.
           88 WS-SEGUIR-DESPLAZANDO              VALUE 'S'.
       77  WS-SW-SERIE                 PIC X(01) VALUE 'N'.
           88 WS-FIN-SERIE                       VALUE 'S'.
       77  WS-SW-CONVERTIDO            PIC X(01) VALUE 'S'.
           88 WS-CONVERTIDO                      VALUE 'S'.
       01  WS-MONEDA-CAMBIO            PIC X(03) VALUE SPACES.
       01  WS-CAMBIO-OFICIAL           PIC 9(08)V9(04) VALUE 0.
       01  WS-PRECIO-BASE              PIC S9(08)V9(04) COMP-3.
       01  WS-PRECIO-PREVIO            PIC S9(08)V9(04) COMP-3.
       01  WS-FACTOR-COTIZACION        PIC 9(03)V9(08) COMP-3
                                       VALUE 0.
       77  WS-FDX                      PIC 9(03) COMP VALUE 0.
       01  WS-VALOR-POSICION           PIC S9(15)V9(02) COMP-3.
       01  WS-PL-CANDIDATO             PIC S9(15)V9(02) COMP-3.
       01  WS-VAR95                    PIC S9(15)V9(02) COMP-3.
       01  WS-VAR99                    PIC S9(15)V9(02) COMP-3.
       01  WS-VAR95-10                 PIC S9(15)V9(02) COMP-3.
       01  WS-VAR99-10                 PIC S9(15)V9(02) COMP-3.
       01  WS-ESC-VAR95                PIC 9(03) COMP VALUE 0.
       01  WS-CONTRIB                  PIC S9(15)V9(02) COMP-3.
       01  WS-MAYOR-CONTRIB            PIC S9(15)V9(02) COMP-3.
       01  WS-NEM-MAYOR                PIC X(10).
       01  WS-LIMITE-COMITE            PIC S9(15)V9(02) COMP-3.
       01  WS-PCT-CALCULADO            PIC S9(05)V9(02) COMP-3.
      *--------------------------------------------------------------*
      * DIAS HABILES DEL PERIODO Y FECHAS DE LOS N+1 CIERRES DE LA   *
      * VENTANA (CON UNA FECHA TOPE AL FINAL COMO CENTINELA).        *
      *--------------------------------------------------------------*
       01  WS-TABLA-DIAS.
           05 WS-DIA-HABIL             PIC 9(08) OCCURS 800 TIMES.
       01  WS-TABLA-CIERRES.
           05 WS-CIERRE OCCURS 502 TIMES.
              10 WS-FECHA-CIERRE       PIC 9(08).
              10 WS-PRECIO-CIERRE      PIC S9(08)V9(04) COMP-3.
      *--------------------------------------------------------------*
      * NEMONICOS EN CARTERA DEL UNIVERSO, CON SU SERIE DE           *
      * RENDIMIENTOS DIARIOS Y LA POSICION AGREGADA DEL LIBRO CASA.  *
      *--------------------------------------------------------------*
       01  WS-TABLA-NEMONICO.
           05 WS-NM-ENTRY OCCURS 300 TIMES.
              10 WS-NM-NEMONICO        PIC X(10).
              10 WS-NM-VALOR-CASA      PIC S9(15)V9(02) COMP-3.
              10 WS-NM-CONTRIB         PIC S9(15)V9(02) COMP-3.
              10 WS-NM-IND-LISTADO     PIC X(01).
                 88 WS-NM-LISTADO                VALUE 'S'.
              10 WS-NM-RENDIMIENTO     PIC S9(03)V9(08) COMP-3
                                       OCCURS 500 TIMES.
      *--------------------------------------------------------------*
      * CUENTAS DEL UNIVERSO Y SUS POSICIONES (LISTA ENCADENADA      *
      * POR CUENTA, PORQUE CARTMAST VIENE ORDENADO POR NEMONICO).    *
      *--------------------------------------------------------------*
       01  WS-TABLA-CUENTA.
           05 WS-CT-ENTRY OCCURS 2000 TIMES.
              10 WS-CT-CTAVALOR        PIC X(20).
              10 WS-CT-TIPO            PIC X(01).
                 88 WS-CT-CASA                   VALUE 'C'.
                 88 WS-CT-CREDITO                VALUE 'M'.
              10 WS-CT-PRIMERA         PIC 9(05) COMP.
              10 WS-CT-ULTIMA          PIC 9(05) COMP.
              10 WS-CT-VALOR           PIC S9(15)V9(02) COMP-3.
              10 WS-CT-SALDO-DISPUESTO PIC S9(12)V9(02) COMP-3.
              10 WS-CT-VAR99-10        PIC S9(15)V9(02) COMP-3.
              10 WS-CT-IND-COMITE      PIC X(01).
                 88 WS-CT-A-COMITE               VALUE 'S'.
       01  WS-TABLA-POSICION.
           05 WS-PS-ENTRY OCCURS 10000 TIMES.
              10 WS-PS-NEM             PIC 9(03) COMP.
              10 WS-PS-VALOR           PIC S9(15)V9(02) COMP-3.
              10 WS-PS-SIGUIENTE       PIC 9(05) COMP.
      *--------------------------------------------------------------*
      * RESULTADO POR ESCENARIO DE LA CUENTA EN CURSO Y DEL LIBRO    *
      * CASA, Y LOS PEORES ESCENARIOS ORDENADOS DE MAYOR A MENOR     *
      * PERDIDA.                                                     *
      *--------------------------------------------------------------*
       01  WS-TABLA-ESCENARIO.
           05 WS-PL-CUENTA             PIC S9(15)V9(02) COMP-3
                                       OCCURS 500 TIMES.
           05 WS-PL-CASA               PIC S9(15)V9(02) COMP-3
                                       OCCURS 500 TIMES.
           05 WS-PL-ESC                PIC S9(15)V9(02) COMP-3
                                       OCCURS 500 TIMES.
       01  WS-TABLA-PEOR.
           05 WS-PEOR OCCURS 25 TIMES.
              10 WS-PEOR-PL            PIC S9(15)V9(02) COMP-3.
              10 WS-PEOR-ESC           PIC 9(03) COMP.
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(44) VALUE
              'VALOR EN RIESGO HISTORICO - FECHA PROCESO   '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(13) VALUE
              '  ESCENARIOS '.
           05 WT-ESCENARIOS            PIC ZZ9.
           05 FILLER                   PIC X(16) VALUE
              '  CIERRES DEL   '.
           05 WT-DESDE                 PIC 9(08).
           05 FILLER                   PIC X(04) VALUE ' AL '.
           05 WT-HASTA                 PIC 9(08).
           05 FILLER                   PIC X(28) VALUE SPACES.
       01  WS-LINEA-SECCION.
           05 WS-SECCION               PIC X(80).
           05 FILLER                   PIC X(52) VALUE SPACES.
       01  WS-CABECERA-DETALLE.
           05 FILLER                   PIC X(44) VALUE
              'CUENTA-VALOR         LIBRO   VALOR CARTERA S'.
           05 FILLER                   PIC X(44) VALUE
              '/      VAR 95% 1D      VAR 99% 1D     VAR 95'.
           05 FILLER                   PIC X(44) VALUE
              '% 10D     VAR 99% 10D  MAYOR CONTR          '.
       01  WS-LINEA-DETALLE.
           05 WD-CTAVALOR              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-LIBRO                 PIC X(07).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-VALOR                 PIC -(13)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-VAR95                 PIC -(11)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-VAR99                 PIC -(11)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-VAR95-10              PIC -(11)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-VAR99-10              PIC -(11)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-NEM-MAYOR             PIC X(10).
           05 FILLER                   PIC X(11) VALUE SPACES.
       01  WS-CABECERA-CONTRIB.
           05 FILLER                   PIC X(44) VALUE
              'NR NEMONICO      VALOR CASA S/  CONTR. VAR 9'.
           05 FILLER                   PIC X(44) VALUE
              '5% 1D PCT VAR                               '.
           05 FILLER                   PIC X(44) VALUE SPACES.
       01  WS-LINEA-CONTRIB.
           05 WN-RANGO                 PIC Z9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WN-NEMONICO              PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WN-VALOR                 PIC -(13)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WN-CONTRIB               PIC -(13)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WN-PCT                   PIC -(3)9.99.
           05 FILLER                   PIC X(75) VALUE SPACES.
       01  WS-CABECERA-COMITE.
           05 FILLER                   PIC X(44) VALUE
              'CUENTA-VALOR               GARANTIA S/ SALDO'.
           05 FILLER                   PIC X(44) VALUE
              ' DISPUESTO        VAR 99% 10D  PCT GAR      '.
           05 FILLER                   PIC X(44) VALUE SPACES.
       01  WS-LINEA-COMITE.
           05 WK-CTAVALOR              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WK-VALOR                 PIC -(13)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WK-DISPUESTO             PIC -(13)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WK-VAR99-10              PIC -(13)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WK-PCT                   PIC -(3)9.99.
           05 FILLER                   PIC X(50) VALUE SPACES.
       01  WS-LINEA-TOTAL.
           05 WL-TITULO                PIC X(40).
           05 FILLER                   PIC X(03) VALUE ' : '.
           05 WL-CANTIDAD              PIC Z(06)9.
           05 FILLER                   PIC X(82) VALUE SPACES.
       COPY BCHCTLP.
       COPY PARMCHKP.
       COPY DIAHABP.
       COPY LIBCHKP.
       COPY CUPNACRP.
       COPY QUOHAJUS.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-CARGAR-POSICION
              THRU 2000-CARGAR-POSICION-EXIT
              UNTIL NOT WS-CM-OK
           PERFORM 3000-ARMAR-VENTANA
           PERFORM 4000-CARGAR-SERIE
              VARYING WS-NDX FROM 1 BY 1
              UNTIL WS-NDX > WS-TOT-NEMONICOS
           MOVE 'VAR POR CUENTA (SOLES)' TO WS-SECCION
           WRITE REPORTE-REC FROM WS-LINEA-SECCION
           WRITE REPORTE-REC FROM WS-CABECERA-DETALLE
           PERFORM 5000-VAR-CUENTA
              VARYING WS-CDX FROM 1 BY 1
              UNTIL WS-CDX > WS-TOT-CUENTAS
           PERFORM 6000-VAR-LIBRO-CASA
           PERFORM 7000-LISTAR-COMITE
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RVARHIS '   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RVARHIS - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1100-LEER-PARAMETROS
           INITIALIZE WS-TABLA-NEMONICO WS-TABLA-CUENTA
                      WS-TABLA-ESCENARIO
           OPEN INPUT  CARTERA LINEA-CREDITO COTIZACION-MAESTRO
                       COTIZACION-HISTORICO FXRATES
           OPEN OUTPUT REPORTE-VAR
           READ CARTERA NEXT RECORD
              AT END MOVE '10' TO WS-CM-STATUS
           END-READ
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * VENTANA ENTRE 20 Y 500 ESCENARIOS; FUERA DE RANGO SE QUEDA   *
      * LA DE 250. PERCENTILES REDONDEADOS HACIA ARRIBA.             *
      *--------------------------------------------------------------*
       1100-LEER-PARAMETROS.
           MOVE 0 TO PMC-FECHA
           MOVE 'VAR-VENTANA' TO PMC-COD-PARAMETRO
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              AND PMC-VALOR NOT < 20 AND PMC-VALOR NOT > 500
              MOVE PMC-VALOR TO WS-VENTANA
           END-IF
           MOVE 'VAR-PCT-GAR' TO PMC-COD-PARAMETRO
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO AND PMC-VALOR > 0
              MOVE PMC-VALOR TO WS-PCT-GARANTIA
           END-IF
           .
       1100-LEER-PARAMETROS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * UNIVERSO: POSICIONES CON SALDO DE CUENTAS CASA (LIBCHK) O    *
      * CON LINEA DE CREDITO BURSATIL NO CANCELADA (MARGMAST).       *
      *--------------------------------------------------------------*
       2000-CARGAR-POSICION.
           ADD 1 TO WS-TOT-LEIDOS
           IF CM-SDOCON = 0
              GO TO 2000-LEER-SIGUIENTE
           END-IF
           PERFORM 2100-BUSCAR-CUENTA
           IF WS-POS-CTA = 0
              PERFORM 2200-CLASIFICAR-CUENTA
              IF WS-TIPO-FUERA
                 GO TO 2000-LEER-SIGUIENTE
              END-IF
           END-IF
           PERFORM 8000-VALORIZAR-POSICION
           IF NOT WS-CONVERTIDO
              GO TO 2000-LEER-SIGUIENTE
           END-IF
           PERFORM 2300-BUSCAR-NEMONICO
           IF WS-POS-NEM = 0
              IF WS-TOT-NEMONICOS NOT < 300
                 PERFORM 2900-SIN-LUGAR
                 GO TO 2000-LEER-SIGUIENTE
              END-IF
              ADD 1 TO WS-TOT-NEMONICOS
              MOVE WS-TOT-NEMONICOS TO WS-POS-NEM
              MOVE CM-NEMONICO TO WS-NM-NEMONICO(WS-POS-NEM)
           END-IF
           IF WS-POS-CTA = 0
              IF WS-TOT-CUENTAS NOT < 2000
                 PERFORM 2900-SIN-LUGAR
                 GO TO 2000-LEER-SIGUIENTE
              END-IF
              ADD 1 TO WS-TOT-CUENTAS
              MOVE WS-TOT-CUENTAS TO WS-POS-CTA
              MOVE CM-CTAVALOR    TO WS-CT-CTAVALOR(WS-POS-CTA)
              MOVE WS-TIPO-CUENTA TO WS-CT-TIPO(WS-POS-CTA)
              IF WS-TIPO-CREDITO
                 MOVE MG-SALDO-DISPUESTO
                    TO WS-CT-SALDO-DISPUESTO(WS-POS-CTA)
              END-IF
           END-IF
           IF WS-TOT-POSICIONES NOT < 10000
              PERFORM 2900-SIN-LUGAR
              GO TO 2000-LEER-SIGUIENTE
           END-IF
           ADD 1 TO WS-TOT-POSICIONES
           MOVE WS-POS-NEM        TO WS-PS-NEM(WS-TOT-POSICIONES)
           MOVE WS-VALOR-POSICION TO WS-PS-VALOR(WS-TOT-POSICIONES)
           MOVE 0                 TO WS-PS-SIGUIENTE(WS-TOT-POSICIONES)
           IF WS-CT-PRIMERA(WS-POS-CTA) = 0
              MOVE WS-TOT-POSICIONES TO WS-CT-PRIMERA(WS-POS-CTA)
           ELSE
              MOVE WS-TOT-POSICIONES
                 TO WS-PS-SIGUIENTE(WS-CT-ULTIMA(WS-POS-CTA))
           END-IF
           MOVE WS-TOT-POSICIONES TO WS-CT-ULTIMA(WS-POS-CTA)
           ADD WS-VALOR-POSICION TO WS-CT-VALOR(WS-POS-CTA)
           IF WS-CT-CASA(WS-POS-CTA)
              ADD WS-VALOR-POSICION TO WS-NM-VALOR-CASA(WS-POS-NEM)
           END-IF
           .
       2000-LEER-SIGUIENTE.
           READ CARTERA NEXT RECORD
              AT END MOVE '10' TO WS-CM-STATUS
           END-READ
           .
       2000-CARGAR-POSICION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-BUSCAR-CUENTA.
           MOVE 0 TO WS-POS-CTA
           PERFORM 2110-COMPARAR-CUENTA
              VARYING WS-CDX FROM 1 BY 1
              UNTIL WS-CDX > WS-TOT-CUENTAS
                 OR WS-POS-CTA > 0
           .
       2100-BUSCAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2110-COMPARAR-CUENTA.
           IF WS-CT-CTAVALOR(WS-CDX) = CM-CTAVALOR
              MOVE WS-CDX TO WS-POS-CTA
           END-IF
           .
       2110-COMPARAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2200-CLASIFICAR-CUENTA.
           MOVE SPACE TO WS-TIPO-CUENTA
           MOVE CM-CTAVALOR TO LIB-CTA-VALOR
           CALL 'LIBCHK' USING LIB-PARAMETROS
           IF LIB-ES-CASA
              MOVE 'C' TO WS-TIPO-CUENTA
           ELSE
              MOVE '00' TO WS-MG-STATUS
              MOVE CM-CTAVALOR TO MG-CTAVALOR
              READ LINEA-CREDITO
                 INVALID KEY MOVE '23' TO WS-MG-STATUS
              END-READ
              IF WS-MG-OK AND NOT MG-CANCELADA
                 MOVE 'M' TO WS-TIPO-CUENTA
              END-IF
           END-IF
           .
       2200-CLASIFICAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2300-BUSCAR-NEMONICO.
           MOVE 0 TO WS-POS-NEM
           PERFORM 2310-COMPARAR-NEMONICO
              VARYING WS-NDX FROM 1 BY 1
              UNTIL WS-NDX > WS-TOT-NEMONICOS
                 OR WS-POS-NEM > 0
           .
       2300-BUSCAR-NEMONICO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2310-COMPARAR-NEMONICO.
           IF WS-NM-NEMONICO(WS-NDX) = CM-NEMONICO
              MOVE WS-NDX TO WS-POS-NEM
           END-IF
           .
       2310-COMPARAR-NEMONICO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2900-SIN-LUGAR.
           ADD 1 TO WS-TOT-SIN-LUGAR
           DISPLAY 'RVARHIS - TABLA LLENA, POSICION OMITIDA: '
                   CM-CTAVALOR ' ' CM-NEMONICO
           MOVE 4 TO RETURN-CODE
           .
       2900-SIN-LUGAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * DIAS HABILES DESDE UNA FECHA HOLGADA HACIA ATRAS HASTA LA    *
      * FECHA DE PROCESO; LOS N+1 ULTIMOS SON LOS CIERRES DE LA      *
      * VENTANA. SI EL CALENDARIO NO ALCANZA SE ACORTA LA VENTANA.   *
      *--------------------------------------------------------------*
       3000-ARMAR-VENTANA.
           COMPUTE WS-DIAS-CALENDARIO = WS-VENTANA * 3 / 2 + 30
           COMPUTE WS-FECHA-INICIO = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
              - WS-DIAS-CALENDARIO)
           MOVE 0 TO WS-TOT-DIAS
           MOVE 'S'             TO DH-FUNCION
           MOVE WS-FECHA-INICIO TO DH-FECHA-BASE
           CALL 'DIAHABIL' USING DH-PARAMETROS
           PERFORM 3100-ACUMULAR-DIA
              UNTIL NOT DH-RESULTADO-OK
                 OR DH-FECHA-RESULTADO > WS-FECHA-PROCESO
                 OR WS-TOT-DIAS NOT < 800
           IF WS-TOT-DIAS < WS-VENTANA + 1
              IF WS-TOT-DIAS > 1
                 COMPUTE WS-VENTANA = WS-TOT-DIAS - 1
              ELSE
                 MOVE 1 TO WS-VENTANA
              END-IF
              DISPLAY 'RVARHIS - VENTANA ACORTADA A ' WS-VENTANA
              MOVE 4 TO RETURN-CODE
           END-IF
           COMPUTE WS-NUM-SLOTS  = WS-VENTANA + 1
           COMPUTE WS-PRIMER-DIA = WS-TOT-DIAS - WS-VENTANA
           IF WS-PRIMER-DIA < 1
              MOVE 1 TO WS-PRIMER-DIA
           END-IF
           PERFORM 3200-FIJAR-CIERRE
              VARYING WS-SLOT FROM 1 BY 1
              UNTIL WS-SLOT > WS-NUM-SLOTS
           MOVE 99999999 TO WS-FECHA-CIERRE(WS-NUM-SLOTS + 1)
           COMPUTE WS-K95 = (WS-VENTANA * 5 + 99) / 100
           COMPUTE WS-K99 = (WS-VENTANA + 99) / 100
           MOVE WS-FECHA-PROCESO          TO WT-FECHA
           MOVE WS-VENTANA                TO WT-ESCENARIOS
           MOVE WS-FECHA-CIERRE(1)        TO WT-DESDE
           MOVE WS-FECHA-CIERRE(WS-NUM-SLOTS) TO WT-HASTA
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           .
       3000-ARMAR-VENTANA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-ACUMULAR-DIA.
           ADD 1 TO WS-TOT-DIAS
           MOVE DH-FECHA-RESULTADO TO WS-DIA-HABIL(WS-TOT-DIAS)
           MOVE DH-FECHA-RESULTADO TO DH-FECHA-BASE
           CALL 'DIAHABIL' USING DH-PARAMETROS
           .
       3100-ACUMULAR-DIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3200-FIJAR-CIERRE.
           COMPUTE WS-IDX-DIA = WS-PRIMER-DIA + WS-SLOT - 1
           MOVE WS-DIA-HABIL(WS-IDX-DIA) TO WS-FECHA-CIERRE(WS-SLOT)
           .
       3200-FIJAR-CIERRE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * SERIE DE CIERRES DEL NEMONICO: CADA COTIZACION DE QUOTEHST   *
      * (EN ORDEN DE FECHA Y HORA) CIERRA LOS DIAS DE LA VENTANA     *
      * ANTERIORES A ELLA CON EL ULTIMO PRECIO VISTO. EL PRECIO SE   *
      * AJUSTA CON LOS FACTORES DE EVENTOS CORPORATIVOS DEL NEMONICO *
      * (QUOHAJUS FUNCION 'F') PARA QUE UN SPLIT NO APAREZCA COMO    *
      * UNA CAIDA EN LOS ESCENARIOS.                                 *
      *--------------------------------------------------------------*
       4000-CARGAR-SERIE.
           MOVE 'F'                    TO QA-FUNCION
           MOVE WS-NM-NEMONICO(WS-NDX) TO QA-NEMONICO
           MOVE WS-FECHA-PROCESO       TO QA-FECHA-DESDE
           MOVE 0                      TO QA-FECHA-HASTA
           MOVE WS-FECHA-PROCESO       TO QA-FECHA-BASE
           CALL 'QUOHAJUS' USING QA-PARAMETROS
           MOVE 0   TO WS-PRECIO-PREVIO
           MOVE 1   TO WS-SLOT
           MOVE 'N' TO WS-SW-SERIE
           MOVE '00' TO WS-QH-STATUS
           MOVE WS-NM-NEMONICO(WS-NDX) TO QH-NEMONICO
           MOVE LOW-VALUES TO QH-FECHA-COTIZACION
           MOVE LOW-VALUES TO QH-HORA-COTIZACION
           START COTIZACION-HISTORICO KEY IS NOT LESS THAN QH-CLAVE
              INVALID KEY MOVE '10' TO WS-QH-STATUS
           END-START
           IF WS-QH-OK
              READ COTIZACION-HISTORICO NEXT RECORD
                 AT END MOVE '10' TO WS-QH-STATUS
              END-READ
           END-IF
           PERFORM 4100-PROCESAR-COTIZACION
              UNTIL WS-FIN-SERIE
           PERFORM 4200-CERRAR-DIA
              UNTIL WS-SLOT > WS-NUM-SLOTS
           IF WS-PRECIO-CIERRE(WS-NUM-SLOTS) = 0
              ADD 1 TO WS-TOT-SIN-HISTORIA
              DISPLAY 'RVARHIS - SIN COTIZACION EN LA VENTANA: '
                      WS-NM-NEMONICO(WS-NDX)
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 4300-CALCULAR-RENDIMIENTO
              VARYING WS-ESC FROM 1 BY 1
              UNTIL WS-ESC > WS-VENTANA
           .
       4000-CARGAR-SERIE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4100-PROCESAR-COTIZACION.
           IF NOT WS-QH-OK
              OR QH-NEMONICO NOT = WS-NM-NEMONICO(WS-NDX)
              OR QH-FECHA-COTIZACION > WS-FECHA-CIERRE(WS-NUM-SLOTS)
              MOVE 'S' TO WS-SW-SERIE
           ELSE
              PERFORM 4200-CERRAR-DIA
                 UNTIL WS-FECHA-CIERRE(WS-SLOT)
                       NOT < QH-FECHA-COTIZACION
              PERFORM 4150-AJUSTAR-COTIZACION
              READ COTIZACION-HISTORICO NEXT RECORD
                 AT END MOVE '10' TO WS-QH-STATUS
              END-READ
           END-IF
           .
       4100-PROCESAR-COTIZACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4150-AJUSTAR-COTIZACION.
           MOVE 1 TO WS-FACTOR-COTIZACION
           PERFORM 4160-COMPARAR-FACTOR
              VARYING WS-FDX FROM QA-TOT-FACTORES BY -1
              UNTIL WS-FDX = 0
           COMPUTE WS-PRECIO-PREVIO ROUNDED =
              QH-PRECIO * WS-FACTOR-COTIZACION
           .
       4150-AJUSTAR-COTIZACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4160-COMPARAR-FACTOR.
           IF QA-FX-FECHA-EX(WS-FDX) > QH-FECHA-COTIZACION
              MOVE QA-FX-FACTOR-ACUM(WS-FDX) TO WS-FACTOR-COTIZACION
           END-IF
           .
       4160-COMPARAR-FACTOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4200-CERRAR-DIA.
           MOVE WS-PRECIO-PREVIO TO WS-PRECIO-CIERRE(WS-SLOT)
           ADD 1 TO WS-SLOT
           .
       4200-CERRAR-DIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4300-CALCULAR-RENDIMIENTO.
           IF WS-PRECIO-CIERRE(WS-ESC) > 0
              AND WS-PRECIO-CIERRE(WS-ESC + 1) > 0
              COMPUTE WS-NM-RENDIMIENTO(WS-NDX, WS-ESC) ROUNDED =
                 WS-PRECIO-CIERRE(WS-ESC + 1)
                 / WS-PRECIO-CIERRE(WS-ESC) - 1
           ELSE
              MOVE 0 TO WS-NM-RENDIMIENTO(WS-NDX, WS-ESC)
           END-IF
           .
       4300-CALCULAR-RENDIMIENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * VAR DE LA CUENTA: RESULTADO DE CADA ESCENARIO SOBRE SUS      *
      * POSICIONES, PERCENTIL, MAYOR CONTRIBUYENTE Y MARCA PARA EL   *
      * COMITE. LAS CUENTAS CASA SUMAN SUS ESCENARIOS AL LIBRO.      *
      *--------------------------------------------------------------*
       5000-VAR-CUENTA.
           PERFORM 5100-PL-ESCENARIO-CUENTA
              VARYING WS-ESC FROM 1 BY 1
              UNTIL WS-ESC > WS-VENTANA
           PERFORM 5200-COPIAR-CUENTA
              VARYING WS-ESC FROM 1 BY 1
              UNTIL WS-ESC > WS-VENTANA
           PERFORM 5500-CALCULAR-VAR
           MOVE SPACES TO WS-NEM-MAYOR
           MOVE 0      TO WS-MAYOR-CONTRIB
           MOVE WS-CT-PRIMERA(WS-CDX) TO WS-PDX
           PERFORM 5300-CONTRIB-POSICION
              UNTIL WS-PDX = 0
           MOVE SPACES                TO WS-LINEA-DETALLE
           MOVE WS-CT-CTAVALOR(WS-CDX) TO WD-CTAVALOR
           IF WS-CT-CASA(WS-CDX)
              MOVE 'CASA'             TO WD-LIBRO
           ELSE
              MOVE 'CREDITO'          TO WD-LIBRO
           END-IF
           MOVE WS-CT-VALOR(WS-CDX)   TO WD-VALOR
           PERFORM 5900-MOVER-VAR
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           MOVE WS-VAR99-10 TO WS-CT-VAR99-10(WS-CDX)
           IF WS-CT-CREDITO(WS-CDX) AND WS-CT-VALOR(WS-CDX) > 0
              COMPUTE WS-LIMITE-COMITE ROUNDED =
                 WS-CT-VALOR(WS-CDX) * WS-PCT-GARANTIA / 100
              IF WS-VAR99-10 > WS-LIMITE-COMITE
                 MOVE 'S' TO WS-CT-IND-COMITE(WS-CDX)
                 ADD 1 TO WS-TOT-COMITE
              END-IF
           END-IF
           .
       5000-VAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5100-PL-ESCENARIO-CUENTA.
           MOVE 0 TO WS-PL-CUENTA(WS-ESC)
           MOVE WS-CT-PRIMERA(WS-CDX) TO WS-PDX
           PERFORM 5110-PL-POSICION
              UNTIL WS-PDX = 0
           IF WS-CT-CASA(WS-CDX)
              ADD WS-PL-CUENTA(WS-ESC) TO WS-PL-CASA(WS-ESC)
           END-IF
           .
       5100-PL-ESCENARIO-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5110-PL-POSICION.
           COMPUTE WS-PL-CANDIDATO ROUNDED =
              WS-PS-VALOR(WS-PDX)
              * WS-NM-RENDIMIENTO(WS-PS-NEM(WS-PDX), WS-ESC)
           ADD WS-PL-CANDIDATO TO WS-PL-CUENTA(WS-ESC)
           MOVE WS-PS-SIGUIENTE(WS-PDX) TO WS-PDX
           .
       5110-PL-POSICION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5200-COPIAR-CUENTA.
           MOVE WS-PL-CUENTA(WS-ESC) TO WS-PL-ESC(WS-ESC)
           .
       5200-COPIAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5300-CONTRIB-POSICION.
           COMPUTE WS-CONTRIB ROUNDED =
              0 - WS-PS-VALOR(WS-PDX)
              * WS-NM-RENDIMIENTO(WS-PS-NEM(WS-PDX), WS-ESC-VAR95)
           IF WS-CONTRIB > WS-MAYOR-CONTRIB
              MOVE WS-CONTRIB TO WS-MAYOR-CONTRIB
              MOVE WS-NM-NEMONICO(WS-PS-NEM(WS-PDX)) TO WS-NEM-MAYOR
           END-IF
           MOVE WS-PS-SIGUIENTE(WS-PDX) TO WS-PDX
           .
       5300-CONTRIB-POSICION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * PERCENTIL SOBRE WS-PL-ESC: SE CONSERVAN LOS K95 PEORES       *
      * ESCENARIOS ORDENADOS (INSERCION); EL VAR ES LA PERDIDA DEL   *
      * K-ESIMO PEOR, CERO SI NI ESE ESCENARIO PIERDE.               *
      *--------------------------------------------------------------*
       5500-CALCULAR-VAR.
           MOVE 0 TO WS-NUM-PEOR
           PERFORM 5510-EVALUAR-ESCENARIO
              VARYING WS-ESC FROM 1 BY 1
              UNTIL WS-ESC > WS-VENTANA
           MOVE 0 TO WS-VAR95 WS-VAR99
           MOVE WS-PEOR-ESC(WS-K95) TO WS-ESC-VAR95
           IF WS-PEOR-PL(WS-K95) < 0
              COMPUTE WS-VAR95 = 0 - WS-PEOR-PL(WS-K95)
           END-IF
           IF WS-PEOR-PL(WS-K99) < 0
              COMPUTE WS-VAR99 = 0 - WS-PEOR-PL(WS-K99)
           END-IF
           COMPUTE WS-VAR95-10 ROUNDED = WS-VAR95 * WS-RAIZ-DIEZ
           COMPUTE WS-VAR99-10 ROUNDED = WS-VAR99 * WS-RAIZ-DIEZ
           .
       5500-CALCULAR-VAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5510-EVALUAR-ESCENARIO.
           IF WS-NUM-PEOR < WS-K95
              ADD 1 TO WS-NUM-PEOR
              MOVE WS-NUM-PEOR TO WS-JDX
              PERFORM 5520-INSERTAR-PEOR
           ELSE
              IF WS-PL-ESC(WS-ESC) < WS-PEOR-PL(WS-K95)
                 MOVE WS-K95 TO WS-JDX
                 PERFORM 5520-INSERTAR-PEOR
              END-IF
           END-IF
           .
       5510-EVALUAR-ESCENARIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5520-INSERTAR-PEOR.
           MOVE 'S' TO WS-SW-DESPLAZAR
           PERFORM 5530-DESPLAZAR-PEOR
              UNTIL NOT WS-SEGUIR-DESPLAZANDO
           MOVE WS-PL-ESC(WS-ESC) TO WS-PEOR-PL(WS-JDX)
           MOVE WS-ESC            TO WS-PEOR-ESC(WS-JDX)
           .
       5520-INSERTAR-PEOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5530-DESPLAZAR-PEOR.
           IF WS-JDX = 1
              MOVE 'N' TO WS-SW-DESPLAZAR
           ELSE
              IF WS-PEOR-PL(WS-JDX - 1) > WS-PL-ESC(WS-ESC)
                 MOVE WS-PEOR(WS-JDX - 1) TO WS-PEOR(WS-JDX)
                 SUBTRACT 1 FROM WS-JDX
              ELSE
                 MOVE 'N' TO WS-SW-DESPLAZAR
              END-IF
           END-IF
           .
       5530-DESPLAZAR-PEOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5900-MOVER-VAR.
           MOVE WS-VAR95             TO WD-VAR95
           MOVE WS-VAR99             TO WD-VAR99
           MOVE WS-VAR95-10          TO WD-VAR95-10
           MOVE WS-VAR99-10          TO WD-VAR99-10
           MOVE WS-NEM-MAYOR         TO WD-NEM-MAYOR
           .
       5900-MOVER-VAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LIBRO CASA EN CONJUNTO (DIVERSIFICACION ENTRE SUS CUENTAS) Y *
      * SUS DIEZ MAYORES CONTRIBUYENTES EN EL ESCENARIO DEL VAR 95%. *
      *--------------------------------------------------------------*
       6000-VAR-LIBRO-CASA.
           PERFORM 6100-COPIAR-CASA
              VARYING WS-ESC FROM 1 BY 1
              UNTIL WS-ESC > WS-VENTANA
           PERFORM 5500-CALCULAR-VAR
           MOVE SPACES TO WS-NEM-MAYOR
           MOVE 0      TO WS-MAYOR-CONTRIB
           PERFORM 6200-CONTRIB-NEMONICO
              VARYING WS-NDX FROM 1 BY 1
              UNTIL WS-NDX > WS-TOT-NEMONICOS
           MOVE SPACES               TO WS-LINEA-DETALLE
           MOVE 'TOTAL LIBRO CASA'   TO WD-CTAVALOR
           MOVE 'CASA'               TO WD-LIBRO
           MOVE 0                    TO WS-VALOR-POSICION
           PERFORM 6300-SUMAR-VALOR-CASA
              VARYING WS-NDX FROM 1 BY 1
              UNTIL WS-NDX > WS-TOT-NEMONICOS
           MOVE WS-VALOR-POSICION    TO WD-VALOR
           PERFORM 5900-MOVER-VAR
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           MOVE 'MAYORES CONTRIBUYENTES AL VAR 95% 1D DEL LIBRO CASA'
              TO WS-SECCION
           WRITE REPORTE-REC FROM WS-LINEA-SECCION
           WRITE REPORTE-REC FROM WS-CABECERA-CONTRIB
           PERFORM 6400-LISTAR-CONTRIBUYENTE
              THRU 6400-LISTAR-CONTRIBUYENTE-EXIT
              VARYING WS-RANGO FROM 1 BY 1
              UNTIL WS-RANGO > 10
           .
       6000-VAR-LIBRO-CASA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6100-COPIAR-CASA.
           MOVE WS-PL-CASA(WS-ESC) TO WS-PL-ESC(WS-ESC)
           .
       6100-COPIAR-CASA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6200-CONTRIB-NEMONICO.
           COMPUTE WS-NM-CONTRIB(WS-NDX) ROUNDED =
              0 - WS-NM-VALOR-CASA(WS-NDX)
              * WS-NM-RENDIMIENTO(WS-NDX, WS-ESC-VAR95)
           IF WS-NM-CONTRIB(WS-NDX) > WS-MAYOR-CONTRIB
              MOVE WS-NM-CONTRIB(WS-NDX)  TO WS-MAYOR-CONTRIB
              MOVE WS-NM-NEMONICO(WS-NDX) TO WS-NEM-MAYOR
           END-IF
           .
       6200-CONTRIB-NEMONICO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6300-SUMAR-VALOR-CASA.
           ADD WS-NM-VALOR-CASA(WS-NDX) TO WS-VALOR-POSICION
           .
       6300-SUMAR-VALOR-CASA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * SELECCION DEL SIGUIENTE MAYOR CONTRIBUYENTE AUN NO LISTADO;  *
      * SOLO SE LISTAN LOS QUE APORTAN PERDIDA.                      *
      *--------------------------------------------------------------*
       6400-LISTAR-CONTRIBUYENTE.
           MOVE 0 TO WS-POS-NEM
           MOVE 0 TO WS-MAYOR-CONTRIB
           PERFORM 6410-COMPARAR-CONTRIB
              VARYING WS-NDX FROM 1 BY 1
              UNTIL WS-NDX > WS-TOT-NEMONICOS
           IF WS-POS-NEM = 0
              GO TO 6400-LISTAR-CONTRIBUYENTE-EXIT
           END-IF
           MOVE 'S' TO WS-NM-IND-LISTADO(WS-POS-NEM)
           MOVE SPACES                      TO WS-LINEA-CONTRIB
           MOVE WS-RANGO                    TO WN-RANGO
           MOVE WS-NM-NEMONICO(WS-POS-NEM)  TO WN-NEMONICO
           MOVE WS-NM-VALOR-CASA(WS-POS-NEM) TO WN-VALOR
           MOVE WS-NM-CONTRIB(WS-POS-NEM)   TO WN-CONTRIB
           MOVE 0 TO WS-PCT-CALCULADO
           IF WS-VAR95 > 0
              COMPUTE WS-PCT-CALCULADO ROUNDED =
                 WS-NM-CONTRIB(WS-POS-NEM) * 100 / WS-VAR95
           END-IF
           MOVE WS-PCT-CALCULADO            TO WN-PCT
           WRITE REPORTE-REC FROM WS-LINEA-CONTRIB
           .
       6400-LISTAR-CONTRIBUYENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6410-COMPARAR-CONTRIB.
           IF NOT WS-NM-LISTADO(WS-NDX)
              AND WS-NM-CONTRIB(WS-NDX) > WS-MAYOR-CONTRIB
              MOVE WS-NM-CONTRIB(WS-NDX) TO WS-MAYOR-CONTRIB
              MOVE WS-NDX TO WS-POS-NEM
           END-IF
           .
       6410-COMPARAR-CONTRIB-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7000-LISTAR-COMITE.
           MOVE 'COMITE DE CREDITOS: VAR 99% 10D SOBRE LIMITE GARANTIA'
              TO WS-SECCION
           WRITE REPORTE-REC FROM WS-LINEA-SECCION
           WRITE REPORTE-REC FROM WS-CABECERA-COMITE
           PERFORM 7100-LISTAR-CUENTA-COMITE
              VARYING WS-CDX FROM 1 BY 1
              UNTIL WS-CDX > WS-TOT-CUENTAS
           .
       7000-LISTAR-COMITE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7100-LISTAR-CUENTA-COMITE.
           IF WS-CT-A-COMITE(WS-CDX)
              MOVE SPACES                        TO WS-LINEA-COMITE
              MOVE WS-CT-CTAVALOR(WS-CDX)        TO WK-CTAVALOR
              MOVE WS-CT-VALOR(WS-CDX)           TO WK-VALOR
              MOVE WS-CT-SALDO-DISPUESTO(WS-CDX) TO WK-DISPUESTO
              MOVE WS-CT-VAR99-10(WS-CDX)        TO WK-VAR99-10
              COMPUTE WS-PCT-CALCULADO ROUNDED =
                 WS-CT-VAR99-10(WS-CDX) * 100 / WS-CT-VALOR(WS-CDX)
              MOVE WS-PCT-CALCULADO              TO WK-PCT
              WRITE REPORTE-REC FROM WS-LINEA-COMITE
           END-IF
           .
       7100-LISTAR-CUENTA-COMITE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * VALOR DE LA POSICION EN SOLES, IGUAL QUE RSTRESS: PRECIO     *
      * VIGENTE (CM-PREACT DE RESPALDO) MAS INTERES CORRIDO, AL      *
      * CAMBIO OFICIAL SI LA MONEDA NO ES SOLES.                     *
      *--------------------------------------------------------------*
       8000-VALORIZAR-POSICION.
           MOVE '00' TO WS-QM-STATUS
           MOVE CM-NEMONICO TO QM-NEMONICO
           READ COTIZACION-MAESTRO
              INVALID KEY MOVE '23' TO WS-QM-STATUS
           END-READ
           IF WS-QM-OK
              MOVE QM-PRECIO TO WS-PRECIO-BASE
           ELSE
              MOVE CM-PREACT TO WS-PRECIO-BASE
           END-IF
           MOVE CM-NEMONICO      TO ACR-NEMONICO
           MOVE WS-FECHA-PROCESO TO ACR-FECHA-VALORIZACION
           CALL 'CUPNACR' USING ACR-PARAMETROS
           IF NOT ACR-CALCULADO
              MOVE 0 TO ACR-INTERES-CORRIDO
           END-IF
           ADD ACR-INTERES-CORRIDO TO WS-PRECIO-BASE
           COMPUTE WS-VALOR-POSICION ROUNDED =
              CM-SDOCON * WS-PRECIO-BASE
           MOVE 'S' TO WS-SW-CONVERTIDO
           IF CM-MONEDA NOT = SPACES
              AND CM-MONEDA NOT = 'PEN'
              AND CM-MONEDA NOT = 'SOL'
              IF CM-MONEDA NOT = WS-MONEDA-CAMBIO
                 PERFORM 8100-LEER-CAMBIO
              END-IF
              IF WS-CAMBIO-OFICIAL > 0
                 COMPUTE WS-VALOR-POSICION ROUNDED =
                    WS-VALOR-POSICION * WS-CAMBIO-OFICIAL
              ELSE
                 MOVE 'N' TO WS-SW-CONVERTIDO
                 ADD 1 TO WS-TOT-SIN-CAMBIO
                 DISPLAY 'RVARHIS - SIN CAMBIO OFICIAL ' CM-MONEDA
                         ' POSICION OMITIDA ' CM-CTAVALOR
                         ' ' CM-NEMONICO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .
       8000-VALORIZAR-POSICION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8100-LEER-CAMBIO.
           MOVE CM-MONEDA TO WS-MONEDA-CAMBIO
           MOVE CM-MONEDA TO FXR-MONEDA
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
       8100-LEER-CAMBIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           MOVE 'CUENTAS EVALUADAS'                    TO WL-TITULO
           MOVE WS-TOT-CUENTAS                         TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'POSICIONES EVALUADAS'                 TO WL-TITULO
           MOVE WS-TOT-POSICIONES                      TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'NEMONICOS CON SERIE'                  TO WL-TITULO
           MOVE WS-TOT-NEMONICOS                       TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'CUENTAS PARA COMITE DE CREDITOS'      TO WL-TITULO
           MOVE WS-TOT-COMITE                          TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           IF WS-TOT-SIN-HISTORIA > 0
              MOVE 'NEMONICOS SIN COTIZACION EN LA VENTANA' TO WL-TITULO
              MOVE WS-TOT-SIN-HISTORIA                 TO WL-CANTIDAD
              WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           END-IF
           IF WS-TOT-SIN-CAMBIO > 0
              MOVE 'POSICIONES SIN TIPO DE CAMBIO'     TO WL-TITULO
              MOVE WS-TOT-SIN-CAMBIO                   TO WL-CANTIDAD
              WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           END-IF
           IF WS-TOT-SIN-LUGAR > 0
              MOVE 'POSICIONES FUERA DE TABLA'         TO WL-TITULO
              MOVE WS-TOT-SIN-LUGAR                    TO WL-CANTIDAD
              WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           END-IF
           CLOSE CARTERA LINEA-CREDITO COTIZACION-MAESTRO
                 COTIZACION-HISTORICO FXRATES REPORTE-VAR
           MOVE 'F'              TO BC-FUNCION
           MOVE 'RVARHIS '       TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-CUENTAS   TO BC-REGISTROS
           MOVE RETURN-CODE      TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RVARHIS - POSICIONES LEIDAS  : ' WS-TOT-LEIDOS
           DISPLAY 'RVARHIS - CUENTAS EVALUADAS  : ' WS-TOT-CUENTAS
           DISPLAY 'RVARHIS - CUENTAS A COMITE   : ' WS-TOT-COMITE
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA AL SERVICIO DE COTIZACION HISTORICA    *
      * AJUSTADA POR EVENTOS CORPORATIVOS (QUOHAJUS). QA-FUNCION 'S' *
      * DEVUELVE LA SERIE DE CIERRES DIARIOS (ULTIMA COTIZACION DE   *
      * CADA DIA EN QUOTEHST) ENTRE QA-FECHA-DESDE Y QA-FECHA-HASTA, *
      * CON PRECIO BRUTO, FACTOR Y PRECIO AJUSTADO; SI LA SERIE NO   *
      * CABE EN LA TABLA SE DEVUELVE 'M' Y SE VUELVE A LLAMAR DESDE  *
      * EL DIA SIGUIENTE AL ULTIMO DEVUELTO. QA-FUNCION 'F' DEVUELVE *
      * SOLO EL FACTOR APLICABLE A UN PRECIO DE FECHA                *
      * QA-FECHA-DESDE. EN AMBAS SE DEVUELVE LA TABLA DE FACTORES    *
      * VIGENTES (PRCFACT) CON EL FACTOR ACUMULADO QUE CORRESPONDE A *
      * LOS PRECIOS ANTERIORES A CADA FECHA EX. SOLO SE APLICAN LOS  *
      * EVENTOS CON FECHA EX HASTA QA-FECHA-BASE (CERO = HOY): LA    *
      * SERIE QUEDA EXPRESADA EN TITULOS DE ESA FECHA.               *
      * USADO POR : RBESTEXE, RVARHIS, GRAFICOS DE CLIENTES          *
      * FORMATO : QUOHAJUS                                            *
      *--------------------------------------------------------------*
       01 QA-PARAMETROS.
          05 QA-FUNCION                  PIC  X(01).
             88 QA-PEDIR-SERIE                     VALUE 'S'.
             88 QA-PEDIR-FACTOR                    VALUE 'F'.
          05 QA-NEMONICO                 PIC  X(10).
          05 QA-FECHA-DESDE              PIC  9(08).
          05 QA-FECHA-HASTA              PIC  9(08).
          05 QA-FECHA-BASE               PIC  9(08).
          05 QA-FACTOR-FECHA             PIC  9(03)V9(08).
          05 QA-TOT-FACTORES             PIC  9(03).
          05 QA-FACTOR-ENTRY OCCURS 50 TIMES.
             10 QA-FX-FECHA-EX           PIC  9(08).
             10 QA-FX-TIPO-EVENTO        PIC  X(01).
             10 QA-FX-FACTOR             PIC  9(03)V9(08).
             10 QA-FX-FACTOR-ACUM        PIC  9(03)V9(08).
          05 QA-TOT-PRECIOS              PIC  9(03).
          05 QA-PRECIO-ENTRY OCCURS 300 TIMES.
             10 QA-PR-FECHA              PIC  9(08).
             10 QA-PR-HORA               PIC  9(06).
             10 QA-PR-PRECIO             PIC S9(08)V9(04).
             10 QA-PR-FACTOR             PIC  9(03)V9(08).
             10 QA-PR-PRECIO-AJUSTADO    PIC S9(08)V9(04).
          05 QA-IND-RESULTADO            PIC  X(01).
             88 QA-SERIE-COMPLETA                  VALUE 'S'.
             88 QA-SERIE-CONTINUA                  VALUE 'M'.
             88 QA-SIN-COTIZACION                  VALUE 'N'.
             88 QA-PARAMETRO-INVALIDO              VALUE 'E'.

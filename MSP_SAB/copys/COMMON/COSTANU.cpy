      *--------------------------------------------------------------*
      * ACUMULADO ANUAL DE COSTOS Y GASTOS POR CUENTA-VALOR, EN      *
      * SOLES, ARMADO POR RCOSTANU (SE RECREA EN CADA CORRIDA PARA   *
      * EL EJERCICIO DE LA TARJETA): COMISION DE LA SAB, GASTOS DE   *
      * BOLSA Y TERCEROS, CUSTODIA (FEEDET), INTERESES DE LA LINEA   *
      * DE CREDITO (MRGACRG), SPREAD CAMBIARIO SOBRE LA TASA OFICIAL *
      * (FXDEAL) E INTERES NO PAGADO SOBRE EL EFECTIVO OCIOSO        *
      * (INTACRG CONTRA LA TASA DE REFERENCIA COST-TRF-XXX).         *
      * CG-SUMA-ACTIVO SUMA LOS PROMEDIOS MENSUALES DE CUSTACUM Y    *
      * CG-MES-ACTIVO MARCA LOS MESES CON TENENCIA.                  *
      * CLAVE : CG-CTAVALOR                                           *
      * FORMATO : COSTANU                                             *
      *--------------------------------------------------------------*
       01 CG-REGISTRO-COSTO.
          05 CG-CTAVALOR                 PIC  X(20).
          05 CG-ANIO                     PIC  9(04).
          05 CG-COMISION-SAB             PIC S9(12)V9(02).
          05 CG-GASTO-TERCEROS           PIC S9(12)V9(02).
          05 CG-CUSTODIA                 PIC S9(12)V9(02).
          05 CG-INTERES-CREDITO          PIC S9(12)V9(02).
          05 CG-SPREAD-CAMBIO            PIC S9(12)V9(02).
          05 CG-INTERES-NO-PAGADO        PIC S9(12)V9(02).
          05 CG-SUMA-ACTIVO              PIC S9(15)V9(02).
          05 CG-MESES.
             10 CG-MES-ACTIVO            PIC  X(01) OCCURS 12 TIMES.
                88 CG-MES-CON-TENENCIA             VALUE 'S'.
          05 FILLER                      PIC  X(20).

      * LINEA DE ASIENTO CONTABLE GENERADA POR EL EXTRACTOR NOCTURNO *
      * HACIA EL LIBRO MAYOR DEL BANCO (RGLJRNL), A PARTIR DE LAS    *
      * POLIZAS LIQUIDADAS (POLEXT), LOS MOVIMIENTOS DE CUENTA       *
      * EFECTIVO (ITFEXT), LOS PAGOS DE DIVIDENDOS (DIVPAGO), LAS    *
      * LINEAS DE LIQUIDACION DEL CUSTODIO (CUSTSET) Y EL RESUMEN    *
      * MENSUAL DE RETENCIONES A NO DOMICILIADOS (GCNDRES), EL       *
      * RESUMEN MENSUAL DE CARGOS DE TERCEROS (TERRES), LOS AJUSTES  *
      * POST-CIERRE DE EFECTIVO DEL DIA (PERAJUS) Y EL DEVENGO Y     *
      * COBRO DE RETROCESIONES DE FONDOS MUTUOS (RETFRES). CADA      *
      * FUENTE GENERA PARES DEBE/HABER BALANCEADOS. EL ASIENTO QUE   *
      * CORRESPONDE A UN MOVIMIENTO CON FECHA VALOR EN UN PERIODO    *
      * CONTABLE YA CERRADO LLEVA LA MARCA DE AJUSTE POST-CIERRE Y   *
      * EL PERIODO DE ORIGEN.                                        *
      * FORMATO : GLJRNL                                              *
      *--------------------------------------------------------------*
       01 GJ-REGISTRO-ASIENTO.
             88 GJ-FUENTE-ITF                      VALUE 'ITFEXT'.
             88 GJ-FUENTE-DIVIDENDO                VALUE 'DIVPAGO'.
             88 GJ-FUENTE-CUSTODIO                 VALUE 'CUSTSET'.
             88 GJ-FUENTE-RETENCION-GCND           VALUE 'GCNDRES'.
             88 GJ-FUENTE-CARGO-TERCERO            VALUE 'TERRES'.
             88 GJ-FUENTE-AJUSTE-CIERRE            VALUE 'PERAJUS'.
             88 GJ-FUENTE-RETROCESION              VALUE 'RETFRES'.
          05 GJ-REFERENCIA               PIC  X(20).
          05 GJ-CUENTA-CONTABLE          PIC  X(10).
          05 GJ-DEBE-HABER               PIC  X(01).
             88 GJ-ES-HABER                        VALUE 'H'.
          05 GJ-IMPORTE                  PIC S9(14)V9(02).
          05 GJ-GLOSA                    PIC  X(40).
          05 GJ-IND-POST-CIERRE          PIC  X(01).
             88 GJ-AJUSTE-POST-CIERRE              VALUE 'S'.
          05 GJ-PERIODO-ORIGEN           PIC  9(06).

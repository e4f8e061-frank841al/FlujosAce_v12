      *--------------------------------------------------------------*
      * RESUMEN MENSUAL DE RETENCIONES A NO DOMICILIADOS POR         *
      * GANANCIA DE CAPITAL, UNA LINEA POR MONEDA DEL PERIODO,       *
      * GENERADO POR RGCNDMES DESDE GCNDCER. SUSTENTA EL PAGO A      *
      * SUNAT Y LO TOMA RGLJRNL COMO FUENTE DEL ASIENTO CONTRA LA    *
      * CUENTA DE IMPUESTO POR PAGAR.                                *
      * FORMATO : GCNDRES                                             *
      *--------------------------------------------------------------*
       01 GRS-REGISTRO-RESUMEN.
          05 GRS-PERIODO                 PIC  9(06).
          05 GRS-MONEDA                  PIC  X(03).
          05 GRS-NRO-CERTIFICADOS        PIC  9(07).
          05 GRS-TOTAL-GANANCIA          PIC S9(14)V9(02).
          05 GRS-TOTAL-RETENIDO          PIC S9(14)V9(02).

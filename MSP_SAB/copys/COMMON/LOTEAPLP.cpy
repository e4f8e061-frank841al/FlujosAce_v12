      *         GANANCIA REALIZADA EN GANLOT                         *
      *   'S' = SPLIT: REESCALA CANTIDAD Y COSTO DE TODOS LOS LOTES  *
      *         DE LA CUENTA Y NEMONICO POR EL RATIO                 *
      *   'T' = TRASPASO ENTRE CUENTAS DEL MISMO TITULAR: RELEVA     *
      *         LOTES FIFO DE LA CUENTA ORIGEN Y LOS ABRE EN         *
      *         LOT-CTA-DESTINO CON SU FECHA Y COSTO ORIGINALES, SIN *
      *         LINEA DE GANANCIA                                    *
      * USADO POR : CEJECAP, CCORPACT, CTRINMNT, CERRMNT             *
      * FORMATO : LOTEAPLP                                           *
      *--------------------------------------------------------------*
       01 LOT-PARAMETROS.
             88 LOT-FN-COMPRA                      VALUE 'C'.
             88 LOT-FN-VENTA                       VALUE 'V'.
             88 LOT-FN-SPLIT                       VALUE 'S'.
             88 LOT-FN-TRASPASO                    VALUE 'T'.
          05 LOT-CTA-VALOR               PIC  X(20).
          05 LOT-NEMONICO                PIC  X(10).
          05 LOT-ORDEN                   PIC  9(09).
          05 LOT-IMPORTE-VENTA           PIC S9(14)V9(02).
          05 LOT-RATIO-SPLIT             PIC  9(04)V9(04).
          05 LOT-COSTO-RELEVADO          PIC S9(14)V9(02).
          05 LOT-CTA-DESTINO             PIC  X(20).
          05 LOT-COD-RETORNO             PIC  X(02).

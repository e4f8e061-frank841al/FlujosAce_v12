             88 AJ-PENDIENTE                       VALUE 'PENDIENTE'.
             88 AJ-APLICADO                        VALUE 'APLICADO'.
             88 AJ-RECHAZADO                       VALUE 'RECHAZADO'.
          05 AJ-FECHA-VALOR              PIC  9(08).

          05 PLM-DIA-REGLA               PIC  9(02).
          05 PLM-MONEDA                  PIC  X(03).
          05 PLM-USUARIO                 PIC  X(07).
          05 PLM-TERMINAL                 PIC  X(08).
          05 PLM-COD-RETORNO             PIC  X(02).
          05 PLM-COD-ERROR-DEV           PIC  X(07).

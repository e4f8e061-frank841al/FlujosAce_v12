          05 EW-COD-ERROR-DEV            PIC  X(07).
          05 EW-VAR1                     PIC  X(20).
          05 EW-VAR2                     PIC  X(20).
          05 EW-USUARIO                  PIC  X(07).

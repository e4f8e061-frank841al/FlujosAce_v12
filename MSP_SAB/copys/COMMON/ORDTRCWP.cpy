             88 OTW-FN-TRANSMISION                 VALUE 'T'.
             88 OTW-FN-APLICACION                  VALUE 'A'.
             88 OTW-FN-INSTRUCCION                 VALUE 'I'.
             88 OTW-FN-ACTIVACION                  VALUE 'D'.
          05 OTW-PROGRAMA                PIC  X(08).
          05 OTW-USUARIO                 PIC  X(07).

          05 ASM-NOMBRE                  PIC  X(80).
          05 ASM-OFICINA                 PIC  X(04).
          05 ASM-CTA-VALOR               PIC  X(20).
          05 ASM-USU-OPERADOR             PIC  X(07).
          05 ASM-TERMINAL                 PIC  X(08).
          05 ASM-COD-RETORNO             PIC  X(02).
          05 ASM-COD-ERROR-DEV           PIC  X(07).

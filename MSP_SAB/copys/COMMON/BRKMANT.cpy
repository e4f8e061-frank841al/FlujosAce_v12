          05 BK-LIMITE-DIARIO            PIC  9(12)V9(02).
          05 BK-COMISION-PCT             PIC  9(05)V9(04).
          05 BK-FECHA-VIGENCIA           PIC  X(10).
          05 BK-USU-OPERADOR              PIC  X(07).
          05 BK-TERMINAL                  PIC  X(08).
          05 BK-COD-RETORNO              PIC  X(02).
          05 BK-COD-ERROR-DEV            PIC  X(07).

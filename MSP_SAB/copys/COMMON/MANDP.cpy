          05 MNP-PUEDE-RETIRAR           PIC  X(01).
          05 MNP-MTO-TOPE                PIC S9(12)V9(02).
          05 MNP-FEC-VENCIMIENTO         PIC  9(08).
          05 MNP-USU-OPERADOR             PIC  X(07).
          05 MNP-TERMINAL                 PIC  X(08).
          05 MNP-ESTADO-RESULTANTE       PIC  X(01).
          05 MNP-COD-RETORNO             PIC  X(02).
          05 MNP-COD-ERROR-DEV           PIC  X(07).

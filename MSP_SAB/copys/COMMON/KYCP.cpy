          05 KYP-FEC-EMISION             PIC  9(08).
          05 KYP-FEC-VENCIMIENTO         PIC  9(08).
          05 KYP-IND-OBLIGATORIO         PIC  X(01).
          05 KYP-USU-OPERADOR             PIC  X(07).
          05 KYP-TERMINAL                 PIC  X(08).
          05 KYP-ESTADO-RESULTANTE       PIC  X(01).
          05 KYP-IND-RESTRICCION         PIC  X(01).
             88 KYP-RESTRICCION-LEVANTADA          VALUE 'L'.

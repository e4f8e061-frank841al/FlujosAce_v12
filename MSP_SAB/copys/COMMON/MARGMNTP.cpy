          05 MGM-TASA-ANUAL              PIC  9(03)V9(04).
          05 MGM-FEC-VENCIMIENTO         PIC  9(08).
          05 MGM-RATIO-REQUERIDO         PIC  9(03)V9(02).
          05 MGM-USU-OPERADOR             PIC  X(07).
          05 MGM-TERMINAL                 PIC  X(08).
          05 MGM-COD-RETORNO             PIC  X(02).
          05 MGM-COD-ERROR-DEV           PIC  X(07).

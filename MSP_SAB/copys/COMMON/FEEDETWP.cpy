          05 FTW-NEMONICO                PIC  X(10).
          05 FTW-BROKER                  PIC  X(04).
          05 FTW-BASE                    PIC S9(12)V9(02).
      *   MONEDA DE LA ORDEN; EN BLANCO FEEDETW TOMA LA MONEDA DE LA
      *   CUENTA (EFECHK) Y, SIN CUENTA DE EFECTIVO, SOLES.
          05 FTW-MONEDA                  PIC  X(03).
          05 FTW-TOT-COMPONENTES         PIC  9(02).
          05 FTW-TOT-IMPORTE             PIC S9(10)V9(02).
          05 FTW-COD-RETORNO             PIC  X(02).

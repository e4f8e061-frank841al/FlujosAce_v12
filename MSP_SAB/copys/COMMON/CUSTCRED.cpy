          05 CD-NEMONICO                 PIC  X(10).
          05 CD-FECHA-PAGO               PIC  9(08).
          05 CD-IMPORTE-RECIBIDO         PIC S9(14)V9(02).
      *   RUC DEL ORDENANTE DEL ABONO SEGUN EL EXTRACTO DEL CUSTODIO;
      *   EN BLANCO CUANDO EL CUSTODIO NO LO INFORMA.
          05 CD-RUC-PAGADOR              PIC  X(11).

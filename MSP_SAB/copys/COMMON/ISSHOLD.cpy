          05 IH-ESTADO                   PIC  X(01).
             88 IH-RETENIDO                        VALUE 'R'.
             88 IH-LIBERADO                        VALUE 'L'.
      *   EMISOR RESPONSABLE DEL PAGO SEGUN EMISMAST (EMISCHK), A
      *   QUIEN SE DIRIGE EL RECLAMO DEL EVENTO RETENIDO.
          05 IH-COD-EMISOR               PIC  X(10).
          05 IH-RUC-EMISOR               PIC  X(11).

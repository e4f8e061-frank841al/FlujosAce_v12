      *--------------------------------------------------------------*
      * AVISOS DE PAGO DE RETROCESIONES RECIBIDOS DE LAS             *
      * ADMINISTRADORAS, REGISTRADOS POR TESORERIA. EL PAGO PUEDE    *
      * SER DE UN FONDO O, CON RP-FONDO EN BLANCO, DEL TOTAL         *
      * FACTURADO A LA ADMINISTRADORA EN LA MONEDA Y PERIODO. LO     *
      * CONCILIA RRETFCOB CONTRA RETFDEV.                            *
      * FORMATO : RETFPAG                                             *
      *--------------------------------------------------------------*
       01 RP-REGISTRO-PAGO.
          05 RP-GESTORA                  PIC  X(08).
          05 RP-FONDO                    PIC  X(10).
          05 RP-PERIODO                  PIC  9(06).
          05 RP-MONEDA                   PIC  X(03).
          05 RP-IMPORTE                  PIC S9(12)V9(02).
          05 RP-FECHA-PAGO               PIC  9(08).
          05 RP-REFERENCIA               PIC  X(20).
          05 FILLER                      PIC  X(11).

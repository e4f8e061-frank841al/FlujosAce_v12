      *--------------------------------------------------------------*
      * DEVENGO MENSUAL DE RETROCESION POR FONDO: RRETFDEV ACUMULA   *
      * CADA DIA LOS DIAS CALENDARIO TRANSCURRIDOS DESDE EL ULTIMO   *
      * DEVENGO A LA TASA DEL CONVENIO (RETFMAST) SOBRE LAS CUOTAS   *
      * EN CARTMAST VALORIZADAS AL NAV (NAVMAST); RRETFEST LO        *
      * FACTURA EN EL ESTADO MENSUAL A LA ADMINISTRADORA Y RRETFCOB  *
      * LO CIERRA CONTRA EL PAGO RECIBIDO, CON LA DIFERENCIA SI LA   *
      * HUBO.                                                        *
      * CLAVE : RD-CLAVE (RD-FONDO + RD-PERIODO)                      *
      * FORMATO : RETFDEV                                             *
      *--------------------------------------------------------------*
       01 RD-REGISTRO-DEVENGO.
          05 RD-CLAVE.
             10 RD-FONDO                 PIC  X(10).
             10 RD-PERIODO               PIC  9(06).
          05 RD-GESTORA                  PIC  X(08).
          05 RD-MONEDA                   PIC  X(03).
          05 RD-TASA-ANUAL               PIC  9(02)V9(04).
          05 RD-FEC-ULT-DEVENGO          PIC  9(08).
          05 RD-DIAS-DEVENGADOS          PIC  9(03).
          05 RD-CUOTAS-ULT               PIC  9(12)V9(06).
          05 RD-VALOR-CUOTA-ULT          PIC  9(08)V9(06).
          05 RD-SALDO-DIAS               PIC S9(16)V9(02).
          05 RD-DEVENGADO                PIC S9(12)V9(02).
          05 RD-ESTADO                   PIC  X(01).
             88 RD-DEVENGANDO                      VALUE 'A'.
             88 RD-FACTURADO                       VALUE 'F'.
             88 RD-COBRADO                         VALUE 'C'.
             88 RD-COBRADO-DIFERENCIA              VALUE 'D'.
          05 RD-FEC-FACTURA              PIC  9(08).
          05 RD-IMPORTE-COBRADO          PIC S9(12)V9(02).
          05 RD-FEC-COBRO                PIC  9(08).
          05 RD-DIFERENCIA               PIC S9(12)V9(02).

      *--------------------------------------------------------------*
      * SALDOS DE CIERRE DEL LIBRO MAYOR DEL BANCO POR CUENTA        *
      * CONTABLE Y MONEDA, RECIBIDOS CADA NOCHE DESPUES DE           *
      * CONTABILIZAR LOS ASIENTOS DE RGLJRNL. SALDO DEUDOR POSITIVO, *
      * ACREEDOR NEGATIVO. LO USA LA CONCILIACION DE AUXILIARES      *
      * CONTRA EL MAYOR (RGLREC).                                    *
      * FORMATO : GLSALDO                                             *
      *--------------------------------------------------------------*
       01 GS-REGISTRO-SALDO.
          05 GS-FECHA-SALDO              PIC  9(08).
          05 GS-CUENTA-CONTABLE          PIC  X(10).
          05 GS-MONEDA                   PIC  X(03).
          05 GS-SALDO                    PIC S9(15)V9(02).
          05 FILLER                      PIC  X(20).

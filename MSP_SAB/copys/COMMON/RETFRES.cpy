      *--------------------------------------------------------------*
      * MOVIMIENTOS DE RETROCESION PARA EL MAYOR: 'D' DEVENGO DEL    *
      * DIA POR FONDO (RRETFDEV) Y 'C' COBRO CONCILIADO POR PAGO     *
      * (RRETFCOB) CON EL IMPORTE COBRADO Y LO DEVENGADO QUE         *
      * CANCELA. EL ARCHIVO SE EXTIENDE EN CADA CORRIDA; RGLJRNL     *
      * ASIENTA SOLO LAS LINEAS CON FECHA DEL DIA.                   *
      * FORMATO : RETFRES                                             *
      *--------------------------------------------------------------*
       01 RFR-REGISTRO-RETROCESION.
          05 RFR-FECHA                   PIC  9(08).
          05 RFR-TIPO                    PIC  X(01).
             88 RFR-ES-DEVENGO                     VALUE 'D'.
             88 RFR-ES-COBRO                       VALUE 'C'.
          05 RFR-GESTORA                 PIC  X(08).
          05 RFR-FONDO                   PIC  X(10).
          05 RFR-PERIODO                 PIC  9(06).
          05 RFR-MONEDA                  PIC  X(03).
          05 RFR-IMPORTE                 PIC S9(12)V9(02).
          05 RFR-DEVENGADO               PIC S9(12)V9(02).
          05 FILLER                      PIC  X(16).

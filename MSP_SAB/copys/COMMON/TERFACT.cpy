      *--------------------------------------------------------------*
      * FACTURA MENSUAL DE LOS TERCEROS CUYOS CARGOS LA SAB RECAUDA  *
      * EN CADA ORDEN (BOLSA DE VALORES DE LIMA, CAVALI,             *
      * CONTRIBUCION SMV Y FONDO DE GARANTIA), UNA LINEA POR ORDEN   *
      * FACTURADA; LA LINEA CON ORDEN CERO ES UN CARGO DE LA FACTURA *
      * NO ATRIBUIBLE A UNA ORDEN. EL CONECTOR DE CADA ENTIDAD LA    *
      * DEJA EN ESTE FORMATO Y RTERREC LA CONCILIA CONTRA FEEDET.    *
      * FORMATO : TERFACT                                             *
      *--------------------------------------------------------------*
       01 TFA-REGISTRO-FACTURA.
          05 TFA-ENTIDAD                 PIC  X(06).
             88 TFA-ES-BVL                         VALUE 'BVL'.
             88 TFA-ES-CAVALI                      VALUE 'CAVALI'.
             88 TFA-ES-SMV                         VALUE 'SMV'.
             88 TFA-ES-FONDO-GARANTIA              VALUE 'FGAR'.
          05 TFA-NRO-FACTURA             PIC  X(20).
          05 TFA-PERIODO                 PIC  9(06).
          05 TFA-MONEDA                  PIC  X(03).
          05 TFA-ORDEN                   PIC  9(09).
          05 TFA-IMPORTE                 PIC S9(10)V9(02).
          05 FILLER                      PIC  X(20).

      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA AL SERVICIO DE RETENCION DEL           *
      * IMPUESTO A LA RENTA DE NO DOMICILIADOS POR GANANCIA DE       *
      * CAPITAL (GCNDRET), INVOCADO EN LA LIQUIDACION DE CADA VENTA. *
      * RESULTADO: 'D' VENDEDOR DOMICILIADO (NO APLICA), 'R' SE      *
      * RETUVO Y EMITIO CERTIFICADO, 'S' NO DOMICILIADO SIN          *
      * GANANCIA (CERTIFICADO CON RETENCION CERO), 'E' EL CARGO EN   *
      * EFEPOST FALLO (SIN CERTIFICADO, VER GNR-COD-RETORNO).        *
      * USADO POR : CEJECAP                                          *
      * FORMATO : GCNDRETP                                           *
      *--------------------------------------------------------------*
       01 GNR-PARAMETROS.
          05 GNR-CTA-VALOR               PIC  X(20).
          05 GNR-NEMONICO                PIC  X(10).
          05 GNR-ORDEN                   PIC  9(09).
          05 GNR-FECHA                   PIC  9(08).
          05 GNR-CANTIDAD                PIC S9(10)V9(04).
          05 GNR-MONEDA                  PIC  X(03).
          05 GNR-IMPORTE-VENTA           PIC S9(14)V9(02).
          05 GNR-COSTO-FIFO              PIC S9(14)V9(02).
          05 GNR-IND-RESULTADO           PIC  X(01).
             88 GNR-DOMICILIADO                    VALUE 'D'.
             88 GNR-RETENIDO                       VALUE 'R'.
             88 GNR-SIN-GANANCIA                   VALUE 'S'.
             88 GNR-ERROR-CARGO                    VALUE 'E'.
          05 GNR-JURISDICCION            PIC  X(02).
          05 GNR-GANANCIA                PIC S9(14)V9(02).
          05 GNR-TASA-RETENCION          PIC  9(01)V9(04).
          05 GNR-IMPORTE-RETENIDO        PIC S9(12)V9(02).
          05 GNR-NRO-CERTIFICADO         PIC  9(09).
          05 GNR-COD-RETORNO             PIC  X(02).

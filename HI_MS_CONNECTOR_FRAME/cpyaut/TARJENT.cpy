      *---------------------------------------------------------------* 00001000
      *                     R E D E X                                 * 00002000
      * CONFIRMACIONES DE ENTREGA DEL COURIER DE PLASTICOS: UN       *  00003000
      * REGISTRO POR TARJETA ENTREGADA AL TITULAR. RTARJCIC LAS      *  00004000
      * APLICA A TARJMAST ANTES DE EMITIR; LO QUE SIGUE PENDIENTE LO *  00005000
      * REPORTA RTARJREP COMO NO ENTREGADO.                          *  00006000
      * FORMATO :  TARJENT                                           *  00007000
      *---------------------------------------------------------------* 00008000
       01 ET-REGISTRO-ENTREGA.                                          00009000
          05  ET-NRO-TARJETA          PIC X(16).                        00010000
          05  ET-FECHA-ENTREGA        PIC 9(08).                        00011000
          05  FILLER                  PIC X(16).                        00012000

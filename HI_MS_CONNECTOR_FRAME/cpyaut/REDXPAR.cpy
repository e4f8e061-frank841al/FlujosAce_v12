      *---------------------------------------------------------------* 00001000
      *                     R E D E X                                 * 00002000
      * PARTIDAS ABIERTAS DE LA CONCILIACION DE RETIROS RD82 CONTRA  *  00003000
      * LA LIQUIDACION DE LA RED (RRDXCON):                          *  00004000
      *   'D' DEBITO SIN REGISTRO DE LA RED: EL CARGO QUEDA          *  00005000
      *       RETENIDO PARA REVERSO; SE LIBERA SI LA RED LO          *  00006000
      *       PRESENTA TARDE O SE REVERSA AL VENCER LA RETENCION.    *  00007000
      *   'N' COBRO DE LA RED SIN DEBITO NUESTRO.                    *  00008000
      *   'I' DIFERENCIA DE IMPORTE ENTRE EL COBRO Y EL DEBITO.      *  00009000
      * 'N' E 'I' SE CIERRAN CON EL AJUSTE DE LA RED SOBRE SU        *  00010000
      * REFERENCIA. MIENTRAS ESTA ABIERTA, LA PARTIDA SE REGISTRA    *  00011000
      * CADA DIA EN BRKREG CON LA MISMA CLAVE.                       *  00012000
      * CLAVE   :  RP-CLAVE (RP-NRO-TARJETA + RP-FECHA-RETIRO +      *  00013000
      *            RP-HORA-RETIRO)                                   *  00014000
      * FORMATO :  REDXPAR                                           *  00015000
      *---------------------------------------------------------------* 00016000
       01 RP-REGISTRO-PARTIDA.                                          00017000
          05  RP-CLAVE.                                                 00018000
              10  RP-NRO-TARJETA      PIC X(16).                        00019000
              10  RP-FECHA-RETIRO     PIC 9(08).                        00020000
              10  RP-HORA-RETIRO      PIC 9(06).                        00021000
          05  RP-TIPO                 PIC X(01).                        00022000
              88 RP-DEBITO-SIN-RED              VALUE 'D'.              00023000
              88 RP-RED-SIN-DEBITO              VALUE 'N'.              00024000
              88 RP-DIFERENCIA-IMPORTE          VALUE 'I'.              00025000
          05  RP-CTERMINAL            PIC X(02).                        00026000
          05  RP-CTAVALOR             PIC X(20).                        00027000
          05  RP-IMPORTE-SAB          PIC 9(09)V9(02).                  00028000
          05  RP-IMPORTE-RED          PIC 9(09)V9(02).                  00029000
          05  RP-REFERENCIA-RED       PIC X(12).                        00030000
          05  RP-ESTADO               PIC X(01).                        00031000
              88 RP-ABIERTA                     VALUE 'A'.              00032000
              88 RP-LIBERADA                    VALUE 'L'.              00033000
              88 RP-REVERSADA                   VALUE 'R'.              00034000
              88 RP-CERRADA                     VALUE 'C'.              00035000
          05  RP-FEC-ALTA             PIC 9(08).                        00036000
          05  RP-FEC-CIERRE           PIC 9(08).                        00037000

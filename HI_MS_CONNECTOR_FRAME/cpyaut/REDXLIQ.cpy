      *---------------------------------------------------------------* 00001000
      *                     R E D E X                                 * 00002000
      * ARCHIVO DIARIO DE LIQUIDACION DE LA RED DE TARJETAS: LOS     *  00003000
      * RETIROS EN ATM (RD82) QUE LA RED NOS COBRA, CON CABECERA DE  *  00004000
      * FECHA DE LIQUIDACION Y PIE DE TOTALES DE CONTROL. EL         *  00005000
      * REGISTRO 'A' ES UN AJUSTE DE LA RED SOBRE UN COBRO ANTERIOR  *  00006000
      * (LQ-REFERENCIA-RED DEL COBRO AJUSTADO). EL PIE TOTALIZA LOS  *  00007000
      * REGISTROS 'D' Y 'A' Y EL IMPORTE DE LOS 'D'. LO CONCILIA     *  00008000
      * RRDXCON.                                                     *  00009000
      * FORMATO :  REDXLIQ                                           *  00010000
      *---------------------------------------------------------------* 00011000
       01 LQ-REGISTRO-LIQUIDACION.                                      00012000
          05  LQ-TIPO-REG             PIC X(01).                        00013000
              88 LQ-CABECERA                    VALUE 'H'.              00014000
              88 LQ-RETIRO                      VALUE 'D'.              00015000
              88 LQ-AJUSTE                      VALUE 'A'.              00016000
              88 LQ-PIE                         VALUE 'T'.              00017000
          05  LQ-DATOS                PIC X(79).                        00018000
          05  LQ-DET-CABECERA REDEFINES LQ-DATOS.                       00019000
              10  LQ-FECHA-LIQUIDACION PIC 9(08).                       00020000
              10  LQ-RED              PIC X(10).                        00021000
              10  FILLER              PIC X(61).                        00022000
          05  LQ-DET-RETIRO REDEFINES LQ-DATOS.                         00023000
              10  LQ-REFERENCIA-RED   PIC X(12).                        00024000
              10  LQ-NRO-TARJETA      PIC X(16).                        00025000
              10  LQ-CTERMINAL        PIC X(02).                        00026000
              10  LQ-FECHA-RETIRO     PIC 9(08).                        00027000
              10  LQ-HORA-RETIRO      PIC 9(06).                        00028000
              10  LQ-IMPORTE          PIC 9(09)V9(02).                  00029000
              10  FILLER              PIC X(24).                        00030000
          05  LQ-DET-PIE REDEFINES LQ-DATOS.                            00031000
              10  LQ-TOT-REGISTROS    PIC 9(07).                        00032000
              10  LQ-TOT-IMPORTE      PIC 9(13)V9(02).                  00033000
              10  FILLER              PIC X(57).                        00034000

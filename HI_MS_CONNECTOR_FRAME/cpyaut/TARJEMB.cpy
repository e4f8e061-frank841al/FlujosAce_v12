      *---------------------------------------------------------------* 00001000
      *                     R E D E X                                 * 00002000
      * ARCHIVO DE GRABACION (EMBOZADO) DE PLASTICOS PARA EL         *  00003000
      * PROVEEDOR DE TARJETAS, UN REGISTRO POR TARJETA NUEVA O       *  00004000
      * RENOVADA QUE EMITE RTARJCIC. EL VENCIMIENTO VA EN EL FORMATO *  00005000
      * MM/AA DEL PLASTICO. LA CLAVE DE LA TARJETA NUEVA NO VIAJA    *  00006000
      * AQUI: LA IMPRIME EL HSM EN SU SOBRE CIEGO.                   *  00007000
      * FORMATO :  TARJEMB                                           *  00008000
      *---------------------------------------------------------------* 00009000
       01 EM-REGISTRO-EMBOZADO.                                         00010000
          05  EM-TIPO-EMISION         PIC X(01).                        00011000
              88 EM-EMISION-NUEVA               VALUE 'N'.              00012000
              88 EM-EMISION-RENOVACION          VALUE 'R'.              00013000
          05  EM-NRO-TARJETA          PIC X(16).                        00014000
          05  EM-NOMBRE-GRABADO       PIC X(26).                        00015000
          05  EM-VENCIMIENTO.                                           00016000
              10  EM-VENCE-MES        PIC 9(02).                        00017000
              10  EM-VENCE-SEPARADOR  PIC X(01).                        00018000
              10  EM-VENCE-ANIO       PIC 9(02).                        00019000
          05  EM-FECHA-EMISION        PIC 9(08).                        00020000
          05  FILLER                  PIC X(24).                        00021000

      *---------------------------------------------------------------* 00001000
      *                     R E D E X                                 * 00002000
      * COPY DE ENTRADA CONSULTA DE SALDO Y ULTIMOS MOVIMIENTOS      *  00003000
      * FORMATO :  DE83                                              *  00004000
      * FUNCION :  RD83                                              *  00005000
      * AREA DE ENTRADA                                              *  00006000
      *---------------------------------------------------------------* 00007000
       01 DE83-CNWCE083.                                                00008000
          05  DE83-CRUBRO            PIC X(02).                         00009000
          05  DE83-CEMPRESA          PIC X(03).                         00010000
          05  DE83-CESTABLEC         PIC X(03).                         00011000
          05  DE83-CTERMINAL         PIC X(02).                         00012000
          05  DE83-CUSUARIO          PIC X(02).                         00013000
          05  DE83-NROIP             PIC X(15).                         00014000
          05  DE83-SESWAS            PIC X(20).                         00015000
          05  DE83-NSESION           PIC X(07).                         00016000
          05  DE83-NCICLO            PIC X(07).                         00017000
          05  DE83-NRO-TARJETA       PIC X(16).                         00018000
          05  DE83-PINBLOCK          PIC X(16).                         00019000

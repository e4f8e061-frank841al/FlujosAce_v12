      *   DS82-IND-RESULTADO : 0=OK 1=CLAVE INVALIDA 2=TARJETA       *  00006000
      *   BLOQUEADA O INACTIVA 4=TERMINAL BLOQUEADO 5=HSM NO         *  00007000
      *   DISPONIBLE 6=LIMITE DIARIO EXCEDIDO 7=CARGO RECHAZADO      *  00008000
      *   9=TARJETA VENCIDA                                          *  00008500
      *---------------------------------------------------------------* 00009000
       01 DS82-CNWCS082.                                                00010000
          05  DS82-SESION-WAS          PIC X(20).                       00011000

      *---------------------------------------------------------------* 00001000
      *                     R E D E X                                 * 00002000
      * COPY DE SALIDA CONSULTA DE SALDO Y ULTIMOS MOVIMIENTOS       *  00003000
      * FORMATO :  DS83                                              *  00004000
      * FUNCION :  RD83                                              *  00005000
      *   DS83-IND-RESULTADO : 0=OK 1=CLAVE INVALIDA 2=TARJETA       *  00006000
      *   BLOQUEADA O INACTIVA 4=TERMINAL BLOQUEADO 5=HSM NO         *  00007000
      *   DISPONIBLE 8=CUENTA EFECTIVO SIN SALDO 9=TARJETA VENCIDA   *  00008000
      *   DS83-MOVIMIENTO : ULTIMOS MOVIMIENTOS DE LA CUENTA         *  00009000
      *   EFECTIVO, DEL MAS RECIENTE AL MAS ANTIGUO.                 *  00010000
      *---------------------------------------------------------------* 00011000
       01 DS83-CNWCS083.                                                00012000
          05  DS83-SESION-WAS          PIC X(20).                       00013000
          05  DS83-NRO-TARJETA         PIC X(16).                       00014000
          05  DS83-IND-RESULTADO       PIC X(01).                       00015000
          05  DS83-MONEDA              PIC X(03).                       00016000
          05  DS83-SALDO-DISPONIBLE    PIC S9(15)V9(02).                00017000
          05  DS83-NRO-MOVIMIENTOS     PIC 9(02).                       00018000
          05  DS83-MOVIMIENTO          OCCURS 5 TIMES.                  00019000
              10  DS83-MOV-FECHA       PIC X(10).                       00020000
              10  DS83-MOV-CONCEPTO    PIC X(40).                       00021000
              10  DS83-MOV-CARGO-ABONO PIC X(01).                       00022000
              10  DS83-MOV-IMPORTE     PIC 9(15)V9(02).                 00023000

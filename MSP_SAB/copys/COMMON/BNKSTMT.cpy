      * MOVIMIENTO (TIPO 'M') Y UNA LINEA FINAL DE SALDO DE CIERRE   *
      * (TIPO 'S'). LA CONCILIACION RSEGREC LO CRUZA CONTRA LOS      *
      * MOVIMIENTOS DE EFEPOST Y LA SUMA DE SALDOS DE EFEMAST.       *
      * EL ABONO TRAE EL NUMERO DE OPERACION DEL BANCO, LA MONEDA Y  *
      * EL DOCUMENTO Y NOMBRE DEL ORDENANTE, CON LOS QUE RDEPIDEN    *
      * IDENTIFICA EL DEPOSITO DEL CLIENTE.                          *
      * FORMATO : BNKSTMT                                             *
      *--------------------------------------------------------------*
       01 BK-REGISTRO-EXTRACTO.
          05 BK-REFERENCIA               PIC  X(20).
          05 BK-CARGO-ABONO              PIC  X(01).
          05 BK-IMPORTE                  PIC S9(15)V9(02).
          05 BK-NUM-OPERACION            PIC  X(12).
          05 BK-MONEDA                   PIC  X(03).
          05 BK-TIPO-DOC-ORDENANTE       PIC  X(01).
          05 BK-NUME-DOC-ORDENANTE       PIC  X(20).
          05 BK-NOMBRE-ORDENANTE         PIC  X(40).

      *--------------------------------------------------------------*
      * REGISTRO DEL ARCHIVO DIARIO PARA CLIENTES INSTITUCIONALES    *
      * (RINSFEED), PRECEDIDO DE LA CABECERA Y SEGUIDO DEL PIE DE    *
      * CONTROL HDRTRL DEL ARCHIVO COMPLETO. POR CADA CLIENTE VA UN  *
      * REGISTRO 'C' CON SU DESTINO, EL DETALLE ('O' OPERACION       *
      * EJECUTADA CON SUS GASTOS, 'P' POSICION DE FIN DE DIA         *
      * VALORIZADA, 'M' MOVIMIENTO DE EFECTIVO) Y UN REGISTRO 'T'    *
      * CON LA CANTIDAD DE DETALLES Y EL HASH DE IMPORTES DEL        *
      * CLIENTE, PARA QUE EL CONECTOR DE TRANSFERENCIA PARTA EL      *
      * ARCHIVO POR CLIENTE. CON IFD-FORMATO 'D' EL DETALLE VIAJA    *
      * COMO TEXTO SEPARADO POR PUNTO Y COMA EN IFD-DET-DELIMITADO;  *
      * LOS REGISTROS 'C' Y 'T' SON SIEMPRE DE ANCHO FIJO.           *
      * FORMATO : INSTFDAT                                            *
      *--------------------------------------------------------------*
       01 IFD-REGISTRO-FEED.
          05 IFD-CTAVALOR                PIC  X(20).
          05 IFD-FECHA-PROCESO           PIC  9(08).
          05 IFD-TIPO-REG                PIC  X(01).
             88 IFD-CLIENTE                        VALUE 'C'.
             88 IFD-OPERACION                      VALUE 'O'.
             88 IFD-POSICION                       VALUE 'P'.
             88 IFD-MOVIMIENTO                     VALUE 'M'.
             88 IFD-TOTAL-CLIENTE                  VALUE 'T'.
          05 IFD-FORMATO                 PIC  X(01).
          05 IFD-DETALLE                 PIC  X(270).
          05 IFD-DET-CLIENTE REDEFINES IFD-DETALLE.
             10 IFD-CLI-DESTINO          PIC  X(60).
             10 IFD-CLI-IND-REENVIO      PIC  X(01).
                88 IFD-CLI-ES-REENVIO              VALUE 'S'.
             10 IFD-CLI-FEC-GENERACION   PIC  9(08).
             10 FILLER                   PIC  X(201).
          05 IFD-DET-OPERACION REDEFINES IFD-DETALLE.
             10 IFD-OPE-ORDEN            PIC  9(09).
             10 IFD-OPE-NEMONICO         PIC  X(10).
             10 IFD-OPE-TIPO-ORDEN       PIC  X(01).
             10 IFD-OPE-CAN-EJECUTADA    PIC S9(10)V9(04).
             10 IFD-OPE-PRECIO-PROM      PIC S9(08)V9(04).
             10 IFD-OPE-MTO-OPERACION    PIC S9(12)V9(02).
             10 IFD-OPE-GASTOS           PIC S9(10)V9(02).
             10 IFD-OPE-MTO-LIQUIDACION  PIC S9(12)V9(02).
             10 IFD-OPE-FECHA-VALOR      PIC  9(08).
             10 FILLER                   PIC  X(176).
          05 IFD-DET-POSICION REDEFINES IFD-DETALLE.
             10 IFD-POS-NEMONICO         PIC  X(10).
             10 IFD-POS-MONEDA           PIC  X(03).
             10 IFD-POS-CANTIDAD         PIC  9(12).
             10 IFD-POS-PRECIO           PIC S9(08)V9(04).
             10 IFD-POS-FEC-PRECIO       PIC  9(08).
             10 IFD-POS-VALOR            PIC  9(12)V9(04).
             10 FILLER                   PIC  X(209).
          05 IFD-DET-MOVIMIENTO REDEFINES IFD-DETALLE.
             10 IFD-MOV-NUMERO           PIC S9(09).
             10 IFD-MOV-CONCEPTO         PIC  X(40).
             10 IFD-MOV-CARGO-ABONO      PIC  X(01).
             10 IFD-MOV-MONEDA           PIC  X(03).
             10 IFD-MOV-IMPORTE          PIC S9(15)V9(02).
             10 IFD-MOV-IMPORTE-ITF      PIC S9(15)V9(02).
             10 FILLER                   PIC  X(183).
          05 IFD-DET-TOTAL REDEFINES IFD-DETALLE.
             10 IFD-TOT-REGISTROS        PIC  9(07).
             10 IFD-TOT-HASH-IMPORTES    PIC S9(15)V9(02).
             10 FILLER                   PIC  X(246).
          05 IFD-DET-DELIMITADO REDEFINES IFD-DETALLE.
             10 IFD-DEL-LINEA            PIC  X(270).

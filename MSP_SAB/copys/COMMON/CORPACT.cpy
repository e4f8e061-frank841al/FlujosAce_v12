      *--------------------------------------------------------------*
      * PARAMETROS DEL EVENTO CORPORATIVO A APLICAR POR CCORPACT     *
      * (REPARTO DE DIVIDENDOS O SPLIT DE ACCIONES) SOBRE TODOS LOS  *
      * TENEDORES DE UN NEMONICO EN CARTMAST. EL DIVIDENDO EN        *
      * ACCIONES (TIPO 'B') SE APLICA COMO UN SPLIT CON RATIO        *
      * 1 + PORCENTAJE REPARTIDO (1.0500 PARA UN 5%); SOLO SE        *
      * DISTINGUE EN EL FACTOR DE AJUSTE DE PRECIOS (PRCFACT).       *
      * FORMATO : CORPACT                                             *
      *--------------------------------------------------------------*
       01 CA-PARAMETROS.
          05 CA-NEMONICO                 PIC  X(10).
          05 CA-TIPO-ACCION              PIC  X(01).
             88 CA-ES-DIVIDENDO                    VALUE 'D'.
             88 CA-ES-SPLIT                        VALUE 'S' 'B'.
             88 CA-ES-DIVIDENDO-ACCIONES           VALUE 'B'.
             88 CA-ES-CSP                          VALUE 'C'.
             88 CA-ES-AMORTIZACION                 VALUE 'A'.
          05 CA-DIVIDENDO-POR-TITULO     PIC S9(08)V9(04).

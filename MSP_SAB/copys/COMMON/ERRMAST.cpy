      *--------------------------------------------------------------*
      * MAESTRO DE CASOS DE ERROR DE NEGOCIACION (CUENTA DE          *
      * ERRORES), MANTENIDO POR CERRMNT. CUANDO EL OPERADOR EJECUTA  *
      * EL LADO, LA CANTIDAD O EL NEMONICO EQUIVOCADO SOBRE LA ORDEN *
      * DE UN CLIENTE, EL CASO REGISTRA LA EJECUCION ERRONEA Y LA    *
      * PACTADA (LA QUE EL CLIENTE DEBIO RECIBIR), LA CUENTA DE      *
      * ERRORES DE LA CASA (CASACTA) QUE ASUME LA DIFERENCIA, EL     *
      * OPERADOR Y LA CAUSA. AL APROBARSE CON DOBLE FIRMA LA         *
      * EJECUCION ERRONEA SALE DE LA CUENTA DEL CLIENTE, LA PACTADA  *
      * SE LE APLICA A SUS TERMINOS Y LA POSICION RESULTANTE DE LA   *
      * CUENTA DE ERRORES (HASTA DOS NEMONICOS, CON CANTIDAD Y       *
      * DESEMBOLSO NETO CON SIGNO) QUEDA ABIERTA HASTA SU CIERRE EN  *
      * MERCADO, ACUMULANDO LA GANANCIA O PERDIDA REALIZADA.         *
      * CLAVE : ER-CASO                                               *
      * FORMATO : ERRMAST                                             *
      *--------------------------------------------------------------*
       01 ER-REGISTRO-ERROR.
          05 ER-CASO                     PIC  9(09).
          05 ER-CTA-CLIENTE              PIC  X(20).
          05 ER-ORDEN                    PIC  9(09).
          05 ER-CTA-ERROR                PIC  X(20).
          05 ER-OPERADOR                 PIC  X(07).
          05 ER-CAUSA                    PIC  X(01).
             88 ER-CAUSA-SENTIDO                   VALUE 'S'.
             88 ER-CAUSA-CANTIDAD                  VALUE 'Q'.
             88 ER-CAUSA-NEMONICO                  VALUE 'N'.
             88 ER-CAUSA-PRECIO                    VALUE 'P'.
             88 ER-CAUSA-OTRA                      VALUE 'O'.
             88 ER-CAUSA-VALIDA          VALUE 'S' 'Q' 'N' 'P' 'O'.
          05 ER-FECHA-EJEC               PIC  9(08).
      *   MONEDA DE LA PUNTA DE EFECTIVO (BLANCO = PRIMERA MONEDA DE
      *   CADA CUENTA, MISMA CONVENCION QUE EFEPOST).
          05 ER-MONEDA                   PIC  X(03).
      *   EJECUCION ERRONEA TAL COMO SE APLICO AL CLIENTE.
          05 ER-EJECUTADA.
             10 ER-NEMONICO-EJEC         PIC  X(10).
             10 ER-SENTIDO-EJEC          PIC  X(01).
                88 ER-EJEC-COMPRA                  VALUE 'C'.
                88 ER-EJEC-VENTA                   VALUE 'V'.
             10 ER-CAN-EJEC              PIC  9(12).
             10 ER-PRECIO-EJEC           PIC  9(08)V9(04).
      *   EJECUCION PACTADA CON EL CLIENTE (CANTIDAD CERO = EL
      *   CLIENTE NO DEBIO OPERAR).
          05 ER-PACTADA.
             10 ER-NEMONICO-PACT         PIC  X(10).
             10 ER-SENTIDO-PACT          PIC  X(01).
                88 ER-PACT-COMPRA                  VALUE 'C'.
                88 ER-PACT-VENTA                   VALUE 'V'.
             10 ER-CAN-PACT              PIC  9(12).
             10 ER-PRECIO-PACT           PIC  9(08)V9(04).
          05 ER-DESCRIPCION              PIC  X(50).
      *   POSICION ABIERTA DE LA CUENTA DE ERRORES: CANTIDAD CON
      *   SIGNO (NEGATIVA = CORTA) Y DESEMBOLSO NETO CON SIGNO
      *   (NEGATIVO = PRODUCTO DE VENTA RECIBIDO).
          05 ER-POSICION                 OCCURS 2 TIMES.
             10 ER-POS-NEMONICO          PIC  X(10).
             10 ER-POS-CANTIDAD          PIC S9(12).
             10 ER-POS-IMPORTE           PIC S9(15)V9(02).
          05 ER-GANANCIA-REALIZADA       PIC S9(15)V9(02).
          05 ER-USU-INGRESO              PIC  X(07).
          05 ER-FEC-INGRESO              PIC  9(08).
          05 ER-USU-APROBADOR            PIC  X(07).
          05 ER-FEC-APROBACION           PIC  9(08).
          05 ER-FEC-CIERRE               PIC  9(08).
          05 ER-ESTADO                   PIC  X(10).
             88 ER-PENDIENTE                       VALUE 'PENDIENTE'.
             88 ER-APLICADO                        VALUE 'APLICADO'.
             88 ER-RECHAZADO                       VALUE 'RECHAZADO'.
             88 ER-CERRADO                         VALUE 'CERRADO'.

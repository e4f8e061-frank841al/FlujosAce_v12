      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA A LA GUARDA DE NEGOCIACION POR CUENTA  *
      * PROPIA DEL PERSONAL (PADCHK SOBRE PADEMPL, PADREST, PADSOLI  *
      * Y LOTEMAST). PARA UNA CUENTA QUE NO ES DE EMPLEADO DEVUELVE  *
      * 'N' Y LA ORDEN SIGUE SU CURSO. PAD-FEC-LIBERACION INFORMA,   *
      * EN EL RECHAZO POR PERMANENCIA MINIMA, DESDE QUE FECHA PUEDE  *
      * VENDERSE LA CANTIDAD PEDIDA.                                 *
      * USADO POR : PORDCOMVAL, PORDVENVAL                           *
      * FORMATO : PADCHKP                                             *
      *--------------------------------------------------------------*
       01 PAD-PARAMETROS.
          05 PAD-CTA-VALOR               PIC  X(20).
          05 PAD-NEMONICO                PIC  X(10).
          05 PAD-TIPO-OPERACION          PIC  X(01).
          05 PAD-CANTIDAD                PIC S9(10)V9(04).
          05 PAD-COD-EMPLEADO            PIC  X(07).
          05 PAD-FEC-LIBERACION          PIC  9(08).
          05 PAD-IND-RESULTADO           PIC  X(01).
             88 PAD-NO-ES-EMPLEADO                 VALUE 'N'.
             88 PAD-AUTORIZADO                     VALUE 'S'.
             88 PAD-NEMONICO-RESTRINGIDO           VALUE 'R'.
             88 PAD-SIN-PREAUTORIZACION            VALUE 'P'.
             88 PAD-PERMANENCIA-MINIMA             VALUE 'H'.

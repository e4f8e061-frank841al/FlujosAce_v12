      * CONTROL ES INDEPENDIENTE DE LA CONFIRMACION DE PUNTAS: LA    *
      * ORDEN NO PASA A CONFIRMADA MIENTRAS TENGA UNA APROBACION     *
      * PENDIENTE, AUNQUE AMBAS PUNTAS YA HAYAN CONFIRMADO.          *
      * OM-CONTRAPARTE ES LA SAB O INSTITUCION DE CTPMAST CON LA QUE *
      * SE PACTA; MIENTRAS LA LIQUIDACION NO SE GENERE (ROTCSET), EL *
      * IMPORTE NEGOCIADO CUENTA COMO SU EXPOSICION OTC (RCTPUTIL).  *
      * CLAVE : OM-ORDEN-COMPRA                                       *
      * FORMATO : OTCMAST                                             *
      *--------------------------------------------------------------*
          05 OM-IND-LIQ-GENERADA         PIC  X(01).
             88 OM-LIQ-GENERADA                    VALUE 'S'.
             88 OM-LIQ-PENDIENTE-GENERAR           VALUE ' ' 'N'.
          05 OM-CONTRAPARTE              PIC  X(20).

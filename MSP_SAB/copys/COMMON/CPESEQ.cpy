      *--------------------------------------------------------------*
      * REGISTRO UNICO DE CONTROL DE LA EMISION ELECTRONICA DE       *
      * COMPROBANTES (SUNAT), LEIDO Y REESCRITO POR RCPEENV AL       *
      * NUMERAR CADA COMPROBANTE: RUC DEL EMISOR Y, POR TIPO DE      *
      * COMPROBANTE, LA SERIE OFICIAL AUTORIZADA Y SU ULTIMO         *
      * CORRELATIVO (8 DIGITOS). MISMO MECANISMO QUE FACTSEQ.        *
      * FORMATO : CPESEQ                                              *
      *--------------------------------------------------------------*
       01 SEQ-CONTROL-CPE.
          05 SEQ-RUC-EMISOR              PIC  X(11).
          05 SEQ-SERIE-FACTURA           PIC  X(04).
          05 SEQ-ULTIMA-FACTURA-CPE      PIC S9(08).
          05 SEQ-SERIE-BOLETA            PIC  X(04).
          05 SEQ-ULTIMA-BOLETA-CPE       PIC S9(08).

      *--------------------------------------------------------------*
      * REGISTRO UNICO DE CORRELATIVO DE CERTIFICADOS DE RETENCION A *
      * NO DOMICILIADOS POR GANANCIA DE CAPITAL (GCNDCER), LEIDO Y   *
      * REESCRITO POR GCNDRET EN CADA EMISION. SERIE PROPIA,         *
      * DISTINTA DE SUNATSEQ.                                        *
      * FORMATO : GCNDSEQ                                             *
      *--------------------------------------------------------------*
       01 SEQ-CONTROL-GCND.
          05 SEQ-ULTIMO-GCND             PIC S9(09).

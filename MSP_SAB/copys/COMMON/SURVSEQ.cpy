      *--------------------------------------------------------------*
      * REGISTRO UNICO DE CORRELATIVO DE CASOS DE VIGILANCIA DE      *
      * MERCADO, LEIDO Y REESCRITO POR RSURVEIL AL ABRIR CASOS EN    *
      * SURVCASO. MISMO MECANISMO QUE AJUSSEQ.                       *
      * FORMATO : SURVSEQ                                             *
      *--------------------------------------------------------------*
       01 SEQ-CONTROL-CASO.
          05 SEQ-ULTIMO-CASO             PIC S9(09).

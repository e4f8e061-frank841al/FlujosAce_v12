      *--------------------------------------------------------------*
      * REGISTRO UNICO DE CORRELATIVO DE TRASPASOS INTERNOS, LEIDO Y *
      * REESCRITO POR CTRINMNT AL ASIGNAR EL NUMERO DE TRASPASO      *
      * (TV-TRASPASO). MISMO MECANISMO QUE AJUSSEQ/TRSPSEQ.          *
      * FORMATO : TRINSEQ                                             *
      *--------------------------------------------------------------*
       01 SEQ-CONTROL-TRINTERNO.
          05 SEQ-ULTIMO-TRINTERNO        PIC S9(09).

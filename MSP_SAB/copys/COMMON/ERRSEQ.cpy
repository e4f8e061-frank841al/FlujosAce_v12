      *--------------------------------------------------------------*
      * REGISTRO UNICO DE CORRELATIVO DE CASOS DE ERROR DE           *
      * NEGOCIACION, LEIDO Y REESCRITO POR CERRMNT AL ASIGNAR EL     *
      * NUMERO DE CASO (ER-CASO). MISMO MECANISMO QUE                *
      * AJUSSEQ/TRINSEQ.                                             *
      * FORMATO : ERRSEQ                                              *
      *--------------------------------------------------------------*
       01 SEQ-CONTROL-ERROR.
          05 SEQ-ULTIMO-ERROR            PIC S9(09).

      *--------------------------------------------------------------*
      * REGISTRO UNICO DE CORRELATIVO DE SOLICITUDES DE              *
      * PREAUTORIZACION, LEIDO Y REESCRITO POR CPADMNT AL ASIGNAR EL *
      * NUMERO DE SOLICITUD (PS-SOLICITUD). MISMO MECANISMO QUE      *
      * AJUSSEQ.                                                     *
      * FORMATO : PADSEQ                                              *
      *--------------------------------------------------------------*
       01 SEQ-CONTROL-SOLICITUD.
          05 SEQ-ULTIMA-SOLICITUD        PIC S9(09).

      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA A LA GUARDA DE CUENTA INACTIVA         *
      * (DORMCHK SOBRE CTADORM). LA CONSULTAN EL ALTA DE RETIROS DE  *
      * EFECTIVO (CSOLEFE) Y EL CAMBIO DE DATOS DE CONTACTO          *
      * (CCLICMNT): LA CUENTA DORMIDA NO RETIRA NI CAMBIA CONTACTO   *
      * HASTA QUE CDORMMNT LA REACTIVE.                              *
      * FORMATO : DORMCHKP                                            *
      *--------------------------------------------------------------*
       01 DMC-PARAMETROS.
          05 DMC-CTA-VALOR               PIC  X(20).
          05 DMC-IND-DORMIDA             PIC  X(01).
             88 DMC-CUENTA-DORMIDA                 VALUE 'S'.
             88 DMC-CUENTA-ACTIVA                  VALUE 'N'.
          05 DMC-FEC-DORMANCIA           PIC  9(08).

      *--------------------------------------------------------------*
      * LISTA RESTRINGIDA Y LISTA DE VIGILANCIA DE NEMONICOS PARA LA *
      * NEGOCIACION POR CUENTA PROPIA DEL PERSONAL. LA RESTRINGIDA   *
      * ('R') BLOQUEA TODA ORDEN DE EMPLEADO Y TODA PREAUTORIZACION  *
      * MIENTRAS ESTE VIGENTE; LA DE VIGILANCIA ('W') NO BLOQUEA,    *
      * PERO SUS OPERACIONES SE DESTACAN EN LA ATESTACION MENSUAL    *
      * (RPADATT). VIGENCIA DESDE RS-FEC-INICIO HASTA RS-FEC-FIN     *
      * INCLUSIVE (99999999 = SIN FECHA DE LEVANTAMIENTO).           *
      * CLAVE : RS-NEMONICO                                           *
      * FORMATO : PADREST                                             *
      *--------------------------------------------------------------*
       01 RS-REGISTRO-RESTRICCION.
          05 RS-NEMONICO                 PIC  X(10).
          05 RS-TIPO-LISTA               PIC  X(01).
             88 RS-ES-RESTRINGIDA                  VALUE 'R'.
             88 RS-ES-VIGILANCIA                   VALUE 'W'.
          05 RS-FEC-INICIO               PIC  9(08).
          05 RS-FEC-FIN                  PIC  9(08).
          05 RS-MOTIVO                   PIC  X(40).
          05 RS-AREA-ORIGEN              PIC  X(04).
          05 RS-FEC-ALTA                 PIC  9(08).
          05 RS-USU-ALTA                 PIC  X(07).

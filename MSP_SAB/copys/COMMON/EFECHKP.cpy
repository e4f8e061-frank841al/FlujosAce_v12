      * PARAMETROS DE LLAMADA A LA GUARDA DE EFECTIVO DISPONIBLE     *
      * (EFEMAST) CONTRA EL IMPORTE REQUERIDO POR UNA ORDEN DE       *
      * COMPRA. MISMO CONTRATO QUE LA GUARDA DE TITULOS (SALCHKP).   *
      * USADO POR : PORDCOMVAL, FEEDETW                              *
      * FORMATO : EFECHKP                                            *
      *--------------------------------------------------------------*
       01 EFC-PARAMETROS.

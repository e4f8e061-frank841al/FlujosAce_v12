      * (MAESTRO CASACTA) O AL NEGOCIO DE CLIENTES. LOS REPORTES     *
      * REGULATORIOS DE CLIENTES EXCLUYEN LAS CUENTAS CASA Y EL P&L  *
      * DIARIO DEL LIBRO PROPIO (RCASAPL) SOLO LAS INCLUYE A ELLAS.  *
      * USADO POR : RCONCEN, RAMLMON, RCASAPL, RSURVEIL, RAMLRAT     *
      * FORMATO : LIBCHKP                                            *
      *--------------------------------------------------------------*
       01 LIB-PARAMETROS.

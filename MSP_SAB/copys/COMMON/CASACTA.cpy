      * PARA EXCLUIR LAS CUENTAS CASA DE LOS REPORTES REGULATORIOS   *
      * DE CLIENTES (RCONCEN, RAMLMON) E INCLUIRLAS EN EL P&L DIARIO *
      * DEL LIBRO PROPIO (RCASAPL) Y EN EL PATRIMONIO EFECTIVO       *
      * (RPATEFE). LA CUENTA DE ERRORES DE NEGOCIACION DE LA CASA,   *
      * QUE ABSORBE LAS CORRECCIONES DE CERRMNT, ES UNA CUENTA CASA  *
      * MAS.                                                         *
      * CLAVE : HA-CTAVALOR                                           *
      * FORMATO : CASACTA                                             *
      *--------------------------------------------------------------*

      * FUNCIONES:                                                   *
      *   'A' = ALTA DE PRESTAMO (VALIDA DISPONIBLE EN CARTMAST,     *
      *         MUEVE LA CANTIDAD AL BUCKET PRESTADO Y DEJA EL       *
      *         MOVIMIENTO DE SALIDA EN CATSMOV). LA CONTRAPARTE     *
      *         TOMADORA DEBE ESTAR HABILITADA EN CTPMAST Y EL       *
      *         PRESTAMO DEBE CABER EN SUS LIMITES (CTPCHK)          *
      *   'R' = RECALL: FIJA LA FECHA LIMITE DE DEVOLUCION EN N DIAS *
      *         HABILES (DIAHABIL)                                   *
      *   'D' = DEVOLUCION: MOVIMIENTO DE ENTRADA EN CATSMOV Y       *

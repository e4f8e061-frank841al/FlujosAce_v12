      * DE PRECIO CAPTADA EN QUOTEMST QUEDA AQUI COMO UN REGISTRO    *
      * NUEVO (CQUOHIST), EN LUGAR DE PERDERSE AL SER SOBRESCRITA    *
      * POR LA SIGUIENTE ACTUALIZACION, PARA PODER GRAFICAR EL       *
      * HISTORICO, RECALCULAR VALORIZACIONES A UNA FECHA PASADA Y    *
      * SIMULAR EL VALOR EN RIESGO HISTORICO (RVARHIS). LOS PRECIOS  *
      * SE GUARDAN SIN AJUSTAR: LA SERIE AJUSTADA POR SPLITS,        *
      * DIVIDENDOS EN ACCIONES Y CSP LA DA QUOHAJUS (PRCFACT).       *
      * CLAVE : QH-NEMONICO + QH-FECHA-COTIZACION + QH-HORA-COTIZ.   *
      * FORMATO : QUOTEHST                                            *
      *--------------------------------------------------------------*

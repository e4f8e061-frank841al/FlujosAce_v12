      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA AL MANTENEDOR DEL LIBRO DE ORDENES     *
      * VIVAS (ORDVIVW/ORDVIVO). SE LLAMA INMEDIATAMENTE DESPUES DE  *
      * CADA WRITE/REWRITE/DELETE SOBRE ORDMAST, EN LA MISMA UNIDAD  *
      * DE TRABAJO, PASANDO EL REGISTRO DE ORDEN COMO SEGUNDO        *
      * PARAMETRO.                                                   *
      * FUNCIONES: 'A' = APLICAR (ALTA O ACTUALIZACION; LA ORDEN     *
      *                  EJECUTADA O CANCELADA SALE DEL LIBRO),      *
      *            'B' = BAJA (EL REGISTRO FUE BORRADO DE ORDMAST).  *
      * FORMATO : ORDVIVWP                                           *
      *--------------------------------------------------------------*
       01 OVW-PARAMETROS.
          05 OVW-FUNCION                 PIC  X(01).
             88 OVW-FN-APLICAR                     VALUE 'A'.
             88 OVW-FN-BAJA                        VALUE 'B'.
          05 OVW-COD-RETORNO             PIC  X(02).

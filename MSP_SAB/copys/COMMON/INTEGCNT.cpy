      *--------------------------------------------------------------*
      * CONTEO POR CATEGORIA DEL BARRIDO SEMANAL DE INTEGRIDAD       *
      * REFERENCIAL ENTRE MAESTROS (RINTEGR): UN REGISTRO POR        *
      * CATEGORIA CON LA CANTIDAD DE HUERFANOS O VINCULOS FALTANTES  *
      * DETECTADOS EN LA CORRIDA. CADA CORRIDA LEE LA GENERACION     *
      * ANTERIOR (INTEGANT) PARA MOSTRAR LA VARIACION Y GRABA LA     *
      * NUEVA (INTEGNUE).                                            *
      * FORMATO : INTEGCNT                                            *
      *--------------------------------------------------------------*
       01 IG-REGISTRO-CONTEO.
          05 IG-FECHA-CORRIDA            PIC  9(08).
          05 IG-CATEGORIA                PIC  X(02).
          05 IG-CANTIDAD                 PIC  9(07).
          05 FILLER                      PIC  X(13).

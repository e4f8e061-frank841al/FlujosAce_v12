      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA A LA GUARDA DE FRACCION DE PRECIO Y    *
      * LOTE DE NEGOCIACION (TICKCHK): EL PRECIO DE LA ORDEN DEBE    *
      * SER MULTIPLO DEL TICK DEL TRAMO (TICKPARM) Y LA CANTIDAD     *
      * MULTIPLO DEL LOTE DEL NEMONICO (NM-LOTE-NEGOCIACION), CON    *
      * IMPORTE NO MENOR AL MINIMO (NM-MONTO-MINIMO). LA VENTA DE UN *
      * REMANENTE MENOR A UN LOTE SOLO SE ADMITE SI EL VALOR TIENE   *
      * SEGMENTO DE LOTES IMPARES Y NO SE SUJETA AL IMPORTE MINIMO.  *
      * LA ORDEN A MERCADO (PRECIO CERO) NO SE VALIDA CONTRA EL TICK *
      * NI CONTRA EL IMPORTE MINIMO. SIN NEMONICO EN NEMOMAST SE     *
      * DEVUELVE EL INDICADOR PROPIO Y DECIDE EL LLAMADOR.           *
      * USADO POR : PORDCOMVAL, PORDVENVAL, RORDSEXT, CINSTCAR       *
      * FORMATO : TICKCHKP                                            *
      *--------------------------------------------------------------*
       01 TIK-PARAMETROS.
          05 TIK-NEMONICO                PIC  X(10).
          05 TIK-SENTIDO                 PIC  X(01).
             88 TIK-ES-COMPRA                      VALUE 'C'.
             88 TIK-ES-VENTA                       VALUE 'V'.
          05 TIK-PRECIO                  PIC S9(08)V9(04).
          05 TIK-CANTIDAD                PIC S9(10)V9(04).
          05 TIK-TICK                    PIC  9(04)V9(04).
          05 TIK-LOTE                    PIC  9(09).
          05 TIK-MONTO-MINIMO            PIC  9(11)V9(02).
          05 TIK-IND-LOTE-IMPAR          PIC  X(01).
             88 TIK-ES-LOTE-IMPAR                  VALUE 'S'.
          05 TIK-IND-RESULTADO           PIC  X(01).
             88 TIK-ORDEN-CONFORME                 VALUE 'S'.
             88 TIK-PRECIO-FUERA-TICK              VALUE 'T'.
             88 TIK-CANTIDAD-FUERA-LOTE            VALUE 'L'.
             88 TIK-BAJO-MONTO-MINIMO              VALUE 'M'.
             88 TIK-SIN-NEMONICO                   VALUE 'X'.

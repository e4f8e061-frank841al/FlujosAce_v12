          05 NM-IND-VAC                  PIC  X(01).
             88 NM-ES-INDEXADO-VAC                VALUE 'S'.
             88 NM-NO-INDEXADO-VAC                VALUE 'N'.
      *   EMISOR DEL VALOR EN EL MAESTRO EMISMAST (CEMISMNT FUNCION
      *   'V'); EN BLANCO MIENTRAS NO SE LE ASIGNE EMISOR.
          05 NM-COD-EMISOR               PIC  X(10).
      *   LOTE DE NEGOCIACION E IMPORTE MINIMO DE LA ORDEN SEGUN LA
      *   BOLSA (NEMOFEED); CERO SI EL VALOR NO TIENE LOTE O MINIMO.
      *   NM-IND-LOTE-IMPAR = 'S' CUANDO EL VALOR TIENE SEGMENTO DE
      *   LOTES IMPARES, DONDE SE ADMITE VENDER UN REMANENTE MENOR A
      *   UN LOTE (TICKCHK).
          05 NM-LOTE-NEGOCIACION         PIC  9(09).
          05 NM-MONTO-MINIMO             PIC  9(11)V9(02).
          05 NM-IND-LOTE-IMPAR           PIC  X(01).
             88 NM-ADMITE-LOTE-IMPAR              VALUE 'S'.
             88 NM-NO-ADMITE-LOTE-IMPAR           VALUE 'N'.

          05 NF-TIPO-RENTA               PIC  X(01).
          05 NF-CODVALOR                 PIC  X(12).
          05 NF-VALREPOR                 PIC  X(01).
      *   LOTE DE NEGOCIACION, IMPORTE MINIMO Y SEGMENTO DE LOTES
      *   IMPARES DEL VALOR, VIGENTES SEGUN LA BOLSA.
          05 NF-LOTE-NEGOCIACION         PIC  9(09).
          05 NF-MONTO-MINIMO             PIC  9(11)V9(02).
          05 NF-IND-LOTE-IMPAR           PIC  X(01).

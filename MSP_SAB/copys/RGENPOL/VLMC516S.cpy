          05 S516-COD-ERROR-DEV          PIC  X(07).
          05 S516-VAR1-ERROR             PIC  X(20).
          05 S516-VAR2-ERROR             PIC  X(20).
      *   RENTA FIJA: PRECIO LIMPIO, PRECIO SUCIO E INTERES CORRIDO     00460000
      *   POR TITULO Y RENDIMIENTO (TEA %) A LA FECHA DE LIQUIDACION    00470000
      *   (RENDCNV), PARA CONTRASTAR CON LA COTIZACION DE LA BOLSA. EN  00480000
      *   CERO CUANDO EL VALOR NO TIENE CRONOGRAMA (RENTA VARIABLE).    00490000
          05 S516-PRECIO-LIMPIO          PIC S9(08)V9(04).              00500000
          05 S516-PRECIO-SUCIO           PIC S9(08)V9(04).              00510000
          05 S516-INTERES-CORRIDO        PIC S9(08)V9(06).              00520000
          05 S516-RENDIMIENTO            PIC S9(03)V9(06).              00530000


          05 S509-COD-ERROR-DEV          PIC  X(07).
          05 S509-VAR1-ERROR             PIC  X(20).
          05 S509-VAR2-ERROR             PIC  X(20).
      *   RENTA FIJA: PRECIO LIMPIO, PRECIO SUCIO E INTERES CORRIDO
      *   POR TITULO Y RENDIMIENTO (TEA %) A LA FECHA DE LIQUIDACION
      *   (RENDCNV), PARA CONTRASTAR CON LA COTIZACION DE LA BOLSA. EN
      *   CERO CUANDO EL VALOR NO TIENE CRONOGRAMA (RENTA VARIABLE).
          05 S509-PRECIO-LIMPIO          PIC S9(08)V9(04).
          05 S509-PRECIO-SUCIO           PIC S9(08)V9(04).
          05 S509-INTERES-CORRIDO        PIC S9(08)V9(06).
          05 S509-RENDIMIENTO            PIC S9(03)V9(06).


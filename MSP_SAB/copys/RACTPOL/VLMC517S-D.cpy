            10 D517-TIPCOM              PIC  X(01).
            10 D517-PORCEN              PIC  X(14).
            10 D517-IMPORT              PIC  9(12)V9(02).
      *   RENTA FIJA: PRECIO LIMPIO, PRECIO SUCIO E INTERES CORRIDO
      *   POR TITULO Y RENDIMIENTO (TEA %) A LA FECHA DE LIQUIDACION
      *   (RENDCNV), PARA CONTRASTAR CON LA COTIZACION DE LA BOLSA. EN
      *   CERO CUANDO EL VALOR NO TIENE CRONOGRAMA (RENTA VARIABLE).
          05 S517-PRECIO-LIMPIO          PIC S9(08)V9(04).
          05 S517-PRECIO-SUCIO           PIC S9(08)V9(04).
          05 S517-INTERES-CORRIDO        PIC S9(08)V9(06).
          05 S517-RENDIMIENTO            PIC S9(03)V9(06).


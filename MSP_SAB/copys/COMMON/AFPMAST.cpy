             88 AF-FONDO-TIPO-2                    VALUE '2'.
             88 AF-FONDO-TIPO-3                    VALUE '3'.
          05 AF-LIMITE-MAX-NEMONICO      PIC  9(12)V9(02).
      *   LIMITE DE INVERSION POR EMISOR (SUMA DE LOS NEMONICOS DE UN
      *   MISMO EMISOR SEGUN EMISMAST); CERO = SIN LIMITE POR EMISOR.
          05 AF-LIMITE-MAX-EMISOR        PIC  9(12)V9(02).

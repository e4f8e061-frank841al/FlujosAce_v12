          05 E517-USUARIO                PIC  X(07).
          05 E517-IMP-ORDENADO           PIC S9(12)V9(02).
          05 E517-IND-PORTAF             PIC X(01).
      *   RENTA FIJA: 'R' = LA ORDEN SE INGRESA EN RENDIMIENTO (TEA %,
      *   E517-RENDIMIENTO) Y EL PRECIO LIMPIO SE OBTIENE CON RENDCNV
      *   A LA FECHA DE LIQUIDACION; 'P' O BLANCO = E517-PRECIO ES EL
      *   PRECIO LIMPIO, COMO HASTA AHORA.
          05 E517-IND-COTIZACION         PIC  X(01).
             88 E517-COTIZA-PRECIO                 VALUE 'P' ' '.
             88 E517-COTIZA-RENDIMIENTO            VALUE 'R'.
          05 E517-RENDIMIENTO            PIC S9(03)V9(06).


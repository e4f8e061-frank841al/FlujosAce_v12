      *--------------------------------------------------------------*
      * SUSCRIPCION DE LOS CLIENTES INSTITUCIONALES (AFP,            *
      * ASEGURADORAS, ADMINISTRADORAS DE FONDOS) AL ARCHIVO DIARIO   *
      * DE OPERACIONES, POSICIONES Y MOVIMIENTOS DE EFECTIVO         *
      * (RINSFEED), UNO POR CUENTA-VALOR. IFS-FORMATO ELIGE EL       *
      * LAYOUT DEL DETALLE ('F' CAMPOS DE ANCHO FIJO, 'D' CAMPOS     *
      * SEPARADOS POR PUNTO Y COMA) E IFS-DESTINO EL BUZON DE        *
      * TRANSFERENCIA DEL CLIENTE. LA SUSCRIPCION SUSPENDIDA NO      *
      * GENERA ARCHIVO. LA MANTIENE CINSFMNT.                        *
      * CLAVE : IFS-CTAVALOR                                          *
      * FORMATO : INSTFSUS                                            *
      *--------------------------------------------------------------*
       01 IFS-REGISTRO-SUSCRIPCION.
          05 IFS-CTAVALOR                PIC  X(20).
          05 IFS-FORMATO                 PIC  X(01).
             88 IFS-FORMATO-FIJO                   VALUE 'F'.
             88 IFS-FORMATO-DELIMITADO             VALUE 'D'.
          05 IFS-DESTINO                 PIC  X(60).
          05 IFS-ESTADO                  PIC  X(01).
             88 IFS-ACTIVA                         VALUE 'A'.
             88 IFS-SUSPENDIDA                     VALUE 'S'.
          05 IFS-FEC-ALTA                PIC  9(08).
          05 IFS-USU-ULT-CAMBIO          PIC  X(07).
          05 IFS-FEC-ULT-CAMBIO          PIC  9(08).

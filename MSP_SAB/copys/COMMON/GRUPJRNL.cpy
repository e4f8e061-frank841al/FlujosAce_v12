      *--------------------------------------------------------------*
      * BITACORA DE MANTENIMIENTO DE GRUPOS ECONOMICOS (CGRUPMNT),   *
      * UNA LINEA POR CAMBIO ACEPTADO CON USUARIO, FECHA, HORA Y LA  *
      * IMAGEN ANTERIOR Y NUEVA DEL REGISTRO TOCADO (GRUPO O         *
      * MIEMBRO). EN UN ALTA LA IMAGEN ANTERIOR VA EN BLANCO Y EN UN *
      * RETIRO DE MIEMBRO LA NUEVA. CUMPLIMIENTO LA EXTRAE POR GRUPO.*
      * FORMATO : GRUPJRNL                                            *
      *--------------------------------------------------------------*
       01 GJ-REGISTRO-BITACORA.
          05 GJ-FECHA                    PIC  9(08).
          05 GJ-HORA                     PIC  9(08).
          05 GJ-USUARIO                  PIC  X(07).
          05 GJ-FUNCION                  PIC  X(01).
          05 GJ-COD-GRUPO                PIC  X(10).
          05 GJ-CTAVALOR                 PIC  X(20).
          05 GJ-IMAGEN-ANTERIOR          PIC  X(120).
          05 GJ-IMAGEN-NUEVA             PIC  X(120).

      * RUNCTL, LA CANTIDAD DE REGISTROS Y EL HASH DE IMPORTES DEL   *
      * ARCHIVO. EL MODO VERIFICACION (RCLOVRFY) RECALCULA AMBOS     *
      * SOBRE UN JUEGO RESTAURADO Y LOS COMPARA ANTES DE REABRIR EL  *
      * DIA EN LINEA. LA LINEA FWDJRNL CORRESPONDE A LA BITACORA DE  *
      * RECUPERACION HACIA ADELANTE ARCHIVADA (FWDARCH) Y SU HASH ES *
      * LA SUMA DE SECUENCIAS; RFWDRCV TOMA DE AQUI LOS TOTALES DE   *
      * PARTIDA DE LA RECUPERACION.                                  *
      * FORMATO : CLOMANIF                                            *
      *--------------------------------------------------------------*
       01 MF-REGISTRO-MANIFIESTO.

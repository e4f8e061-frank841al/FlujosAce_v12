      *--------------------------------------------------------------*
      * REGISTRO DE CONTROL DE LA BITACORA DE RECUPERACION HACIA     *
      * ADELANTE (FWDJRNL). REGISTRO UNICO, MISMO MECANISMO QUE      *
      * CORPCKPT: FECHA DEL PAQUETE DE CIERRE AL QUE SIGUE LA        *
      * BITACORA Y ULTIMA SECUENCIA ASIGNADA. RCLOPACK LO REINICIA   *
      * AL ARCHIVAR LA BITACORA; FWDJRNW AVANZA LA SECUENCIA EN CADA *
      * GRABACION.                                                   *
      * FORMATO : FWDJCTL                                             *
      *--------------------------------------------------------------*
       01 JC-REGISTRO-CONTROL.
          05 JC-FECHA-PAQUETE            PIC  9(08).
          05 JC-ULT-SECUENCIA            PIC  9(09).
          05 JC-FECHA-APERTURA           PIC  9(08).
          05 JC-HORA-APERTURA            PIC  9(08).

      *--------------------------------------------------------------*
      * LINEA DE TEXTO DE LOS MENSAJES ISO 15022 MT540-543 QUE       *
      * RMILAINS DEJA PARA LA INTERFAZ SWIFT: BLOQUE 2 CON EL BIC    *
      * DEL CORRESPONSAL, BLOQUE 4 CAMPO POR LINEA Y CIERRE '-}'. LA *
      * INTERFAZ COMPLETA EL BLOQUE 1 CON EL BIC PROPIO Y ENVIA.     *
      * FORMATO : MILASWO                                             *
      *--------------------------------------------------------------*
       01 SO-LINEA-MENSAJE                PIC  X(80).

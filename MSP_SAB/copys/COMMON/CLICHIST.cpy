      *--------------------------------------------------------------*
      * HISTORIA FECHADA DE CAMBIOS DE DATOS DE CONTACTO DEL CLIENTE *
      * (CLICONT), UNA LINEA POR CAMBIO ACEPTADO EN CCLICMNT, CON EL *
      * CONTACTO ANTERIOR Y EL NUEVO, QUIEN LO HIZO Y EL RESULTADO   *
      * DE LOS AVISOS AL CORREO Y TELEFONO ANTERIORES ('S' =         *
      * DESPACHADO, 'N' = SIN DATO O FALLO). SE GRABA CON OPEN       *
      * EXTEND.                                                      *
      * FORMATO : CLICHIST                                            *
      *--------------------------------------------------------------*
       01 CHI-REGISTRO-CAMBIO.
          05 CHI-FECHA                   PIC  9(08).
          05 CHI-HORA                    PIC  9(08).
          05 CHI-TIPO-DOC                PIC  X(01).
          05 CHI-NUME-DOC                PIC  X(20).
          05 CHI-CTA-VALOR               PIC  X(20).
          05 CHI-USUARIO                 PIC  X(07).
          05 CHI-CANAL                   PIC  X(01).
          05 CHI-TERMINAL                PIC  X(08).
          05 CHI-CONTACTO-ANTERIOR.
             10 CHI-ANT-DIRECCION        PIC  X(80).
             10 CHI-ANT-TELEFONOS1       PIC  X(20).
             10 CHI-ANT-TELEFONOS2       PIC  X(20).
             10 CHI-ANT-EMAIL            PIC  X(80).
          05 CHI-CONTACTO-NUEVO.
             10 CHI-NUE-DIRECCION        PIC  X(80).
             10 CHI-NUE-TELEFONOS1       PIC  X(20).
             10 CHI-NUE-TELEFONOS2       PIC  X(20).
             10 CHI-NUE-EMAIL            PIC  X(80).
          05 CHI-IND-AVISO-EMAIL         PIC  X(01).
          05 CHI-IND-AVISO-SMS           PIC  X(01).

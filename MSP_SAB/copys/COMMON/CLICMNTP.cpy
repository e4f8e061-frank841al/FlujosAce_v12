      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA AL MANTENIMIENTO DE DATOS DE CONTACTO  *
      * DEL CLIENTE EN CLICONT (CCLICMNT).                           *
      * FUNCIONES:                                                   *
      *   'M' = MODIFICAR DIRECCION, TELEFONOS Y/O CORREO (EL CAMPO  *
      *         EN BLANCO NO SE CAMBIA). DEJA HISTORIA EN CLICHIST,  *
      *         AVISA AL CORREO Y TELEFONO ANTERIORES Y ABRE EL      *
      *         PERIODO DE ENFRIAMIENTO DE RETIROS (CONTCAMB) EN LAS *
      *         CUENTAS DEL CLIENTE                                  *
      *   'C' = CONSULTA DEL CONTACTO VIGENTE                        *
      * CCM-IND-AVISO DEVUELVE 'S' SI AL MENOS UN AVISO AL CONTACTO  *
      * ANTERIOR QUEDO DESPACHADO.                                   *
      * EL CLIENTE CON UNA CUENTA DORMIDA (CTADORM) RECIBE '20'      *
      * CCM007 EN LA MODIFICACION.                                   *
      * FORMATO : CLICMNTP                                            *
      *--------------------------------------------------------------*
       01 CCM-PARAMETROS.
          05 CCM-FUNCION                 PIC  X(01).
             88 CCM-ES-MODIFICACION                VALUE 'M'.
             88 CCM-ES-CONSULTA                    VALUE 'C'.
          05 CCM-TIPO-DOC                PIC  X(01).
          05 CCM-NUME-DOC                PIC  X(20).
          05 CCM-CTA-VALOR               PIC  X(20).
          05 CCM-DIRECCION               PIC  X(80).
          05 CCM-TELEFONOS1              PIC  X(20).
          05 CCM-TELEFONOS2              PIC  X(20).
          05 CCM-EMAIL                   PIC  X(80).
          05 CCM-USUARIO                 PIC  X(07).
          05 CCM-CANAL                   PIC  X(01).
          05 CCM-TERMINAL                PIC  X(08).
          05 CCM-IND-AVISO               PIC  X(01).
          05 CCM-COD-RETORNO             PIC  X(02).
          05 CCM-COD-ERROR-DEV           PIC  X(07).

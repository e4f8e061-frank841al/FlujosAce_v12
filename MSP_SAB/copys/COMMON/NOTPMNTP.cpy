      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA AL MANTENIMIENTO DE PREFERENCIAS DE    *
      * COMUNICACION DEL CLIENTE (CNOTPMNT/NOTIPREF). TODO CAMBIO    *
      * EXIGE LA REFERENCIA DEL CONSENTIMIENTO DEL CLIENTE.          *
      * FUNCIONES: 'M' = CANAL ('E' CORREO, 'S' SMS CON TELEFONO) E  *
      * IDIOMA ('ES', 'EN'); EL CAMPO EN BLANCO NO SE CAMBIA Y EL    *
      * PRIMER CAMBIO CREA EL REGISTRO. 'X' = EXCLUIR (OPT-OUT) EL   *
      * TIPO DE NOTIFICACION NPM-TIPO-NOTIF; LOS REGULATORIOS NO SE  *
      * EXCLUYEN. 'I' = VOLVER A INCLUIR (OPT-IN) EL TIPO. 'C' =     *
      * CONSULTA DE LA PREFERENCIA VIGENTE.                          *
      * FORMATO : NOTPMNTP                                            *
      *--------------------------------------------------------------*
       01 NPM-PARAMETROS.
          05 NPM-FUNCION                 PIC  X(01).
             88 NPM-FN-MODIFICAR                   VALUE 'M'.
             88 NPM-FN-EXCLUIR                     VALUE 'X'.
             88 NPM-FN-INCLUIR                     VALUE 'I'.
             88 NPM-FN-CONSULTA                    VALUE 'C'.
          05 NPM-TIPO-DOC                PIC  X(01).
          05 NPM-NUME-DOC                PIC  X(20).
          05 NPM-CANAL-PREFERIDO         PIC  X(01).
          05 NPM-TELEFONO-SMS            PIC  X(20).
          05 NPM-IDIOMA                  PIC  X(02).
          05 NPM-TIPO-NOTIF              PIC  X(03).
          05 NPM-REF-CONSENTIMIENTO      PIC  X(20).
          05 NPM-USUARIO                 PIC  X(07).
          05 NPM-CANAL                   PIC  X(01).
          05 NPM-TERMINAL                PIC  X(08).
          05 NPM-NRO-EXCLUSIONES         PIC  9(02).
          05 NPM-EXCLUSIONES             PIC  X(30).
          05 NPM-COD-RETORNO             PIC  X(02).
          05 NPM-COD-ERROR-DEV           PIC  X(07).

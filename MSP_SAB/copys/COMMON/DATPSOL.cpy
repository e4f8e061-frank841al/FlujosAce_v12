      *--------------------------------------------------------------*
      * REGISTRO DE SOLICITUDES DE DERECHOS DEL TITULAR DE DATOS     *
      * PERSONALES (LEY 29733): ACCESO, RECTIFICACION Y CANCELACION, *
      * UNA POR PERSONA, FECHA Y TIPO. LA DA DE ALTA CDATPMNT CON EL *
      * PLAZO LEGAL DE RESPUESTA EN DIAS HABILES (DIAHABIL); EL      *
      * ACCESO LO ATIENDE RDATPEXT CON EL EXTRACTO COMPLETO DE LOS   *
      * DATOS DE LA PERSONA Y LA CANCELACION RDATPANO, QUE ANONIMIZA *
      * LA IDENTIDAD DE LAS CUENTAS CERRADAS FUERA DEL PLAZO DE      *
      * CONSERVACION. LA RECTIFICACION SE EJECUTA EN CCLICMNT Y SE   *
      * CIERRA EN CDATPMNT. LA PERSONA ANONIMIZADA QUEDA EN EL       *
      * REGISTRO SOLO CON SU SEUDONIMO.                              *
      * CLAVE : DS-CLAVE (DOCUMENTO + FECHA + TIPO DE SOLICITUD)      *
      * FORMATO : DATPSOL                                             *
      *--------------------------------------------------------------*
       01 DS-REGISTRO-SOLICITUD.
          05 DS-CLAVE.
             10 DS-TIPO-DOC              PIC  X(01).
             10 DS-NUME-DOC              PIC  X(20).
             10 DS-FEC-SOLICITUD         PIC  9(08).
             10 DS-TIPO-SOLICITUD        PIC  X(01).
                88 DS-ES-ACCESO                    VALUE 'A'.
                88 DS-ES-RECTIFICACION             VALUE 'R'.
                88 DS-ES-CANCELACION               VALUE 'C'.
          05 DS-CANAL                    PIC  X(01).
          05 DS-USU-REGISTRO             PIC  X(07).
          05 DS-DETALLE                  PIC  X(80).
          05 DS-DIAS-PLAZO               PIC  9(03).
          05 DS-FEC-VENCIMIENTO          PIC  9(08).
          05 DS-ESTADO                   PIC  X(01).
             88 DS-PENDIENTE                       VALUE 'P'.
             88 DS-ATENDIDA                        VALUE 'A'.
             88 DS-DENEGADA                        VALUE 'D'.
          05 DS-FEC-ATENCION             PIC  9(08).
          05 DS-USU-ATENCION             PIC  X(07).
          05 DS-MOTIVO                   PIC  X(40).

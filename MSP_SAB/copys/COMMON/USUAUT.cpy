      * EL IMPORTE MAXIMO PERMITIDO (CERO = SIN LIMITE DE IMPORTE) Y *
      * LOS CANALES HABILITADOS (HASTA 5 CODIGOS DE CANAL; '*' EN LA *
      * PRIMERA POSICION HABILITA TODOS).                            *
      * UA-JEFE ES EL RESPONSABLE QUE RECERTIFICA EL PERFIL EN CADA  *
      * CAMPANA TRIMESTRAL (RUSUCERT): LA APERTURA LO DEJA PENDIENTE *
      * CON FECHA LIMITE, EL JEFE LO CONFIRMA O DENIEGA EN CUSUAMNT  *
      * Y EL CIERRE INACTIVA LO QUE SIGA PENDIENTE AL VENCER.        *
      * RUSUINAC MARCA UA-IND-INACTIVIDAD CUANDO EL USUARIO NO       *
      * REGISTRA ACTIVIDAD EN EL PLAZO FIJADO.                       *
      * CLAVE : UA-CLAVE (UA-USUARIO + UA-TRANSACCION)                *
      * FORMATO : USUAUT                                              *
      *--------------------------------------------------------------*
             88 UA-INACTIVO                        VALUE 'I'.
          05 UA-FEC-ALTA                 PIC  9(08).
          05 UA-USU-ALTA                 PIC  X(07).
          05 UA-JEFE                     PIC  X(07).
          05 UA-ESTADO-CERTIF            PIC  X(01).
             88 UA-CERTIF-PENDIENTE                VALUE 'P'.
             88 UA-CERTIF-CONFIRMADA               VALUE 'C'.
             88 UA-CERTIF-DENEGADA                 VALUE 'D'.
             88 UA-CERTIF-VENCIDA                  VALUE 'V'.
          05 UA-FEC-LIMITE-CERTIF        PIC  9(08).
          05 UA-FEC-CERTIF               PIC  9(08).
          05 UA-USU-CERTIF               PIC  X(07).
          05 UA-IND-INACTIVIDAD          PIC  X(01).
             88 UA-USUARIO-DORMIDO                 VALUE 'S'.
          05 UA-FEC-ULT-ACTIVIDAD        PIC  9(08).

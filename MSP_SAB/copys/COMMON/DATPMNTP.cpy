      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA AL MANTENIMIENTO DEL REGISTRO DE       *
      * SOLICITUDES DE DATOS PERSONALES (CDATPMNT/DATPSOL).          *
      * FUNCIONES:                                                   *
      *   'A' = ALTA DE LA SOLICITUD (FECHA EN CERO = HOY); DEVUELVE *
      *         EL VENCIMIENTO DEL PLAZO LEGAL DE RESPUESTA          *
      *   'T' = SOLICITUD ATENDIDA (RECTIFICACION YA APLICADA)       *
      *   'D' = SOLICITUD DENEGADA, CON SU MOTIVO                    *
      *   'C' = CONSULTA                                             *
      * TIPOS DE SOLICITUD: 'A' ACCESO, 'R' RECTIFICACION,           *
      * 'C' CANCELACION.                                             *
      * FORMATO : DATPMNTP                                            *
      *--------------------------------------------------------------*
       01 DPM-PARAMETROS.
          05 DPM-FUNCION                 PIC  X(01).
             88 DPM-FN-ALTA                        VALUE 'A'.
             88 DPM-FN-ATENDER                     VALUE 'T'.
             88 DPM-FN-DENEGAR                     VALUE 'D'.
             88 DPM-FN-CONSULTA                    VALUE 'C'.
          05 DPM-TIPO-DOC                PIC  X(01).
          05 DPM-NUME-DOC                PIC  X(20).
          05 DPM-FEC-SOLICITUD           PIC  9(08).
          05 DPM-TIPO-SOLICITUD          PIC  X(01).
          05 DPM-CANAL                   PIC  X(01).
          05 DPM-DETALLE                 PIC  X(80).
          05 DPM-MOTIVO                  PIC  X(40).
          05 DPM-USU-OPERADOR            PIC  X(07).
          05 DPM-TERMINAL                PIC  X(08).
          05 DPM-FEC-VENCIMIENTO         PIC  9(08).
          05 DPM-ESTADO-RESULTANTE       PIC  X(01).
          05 DPM-COD-RETORNO             PIC  X(02).
          05 DPM-COD-ERROR-DEV           PIC  X(07).

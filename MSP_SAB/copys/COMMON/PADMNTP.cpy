      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA AL MANTENIMIENTO DE NEGOCIACION POR    *
      * CUENTA PROPIA DEL PERSONAL (CPADMNT).                        *
      * FUNCIONES:                                                   *
      *   'E' = REGISTRAR CUENTA DE EMPLEADO (PADEMPL)               *
      *   'X' = DAR DE BAJA (INACTIVAR) CUENTA DE EMPLEADO           *
      *   'L' = INCLUIR NEMONICO EN LISTA RESTRINGIDA / VIGILANCIA   *
      *   'F' = LEVANTAR NEMONICO DE LA LISTA (FIN DE VIGENCIA HOY)  *
      *   'S' = SOLICITAR PREAUTORIZACION (LA ASIGNA PDM-SOLICITUD)  *
      *   'A' = APROBAR PREAUTORIZACION (CUMPLIMIENTO, PERFIL USUAUT *
      *         PARA CPADAPRO Y USUARIO DISTINTO DEL SOLICITANTE)    *
      *   'R' = RECHAZAR PREAUTORIZACION (MISMO PERFIL)              *
      * PDM-USUARIO Y PDM-TERMINAL SE LLEVAN A LA BITACORA MNTJRNL   *
      * EN LOS CAMBIOS A PADEMPL Y PADREST.                          *
      * FORMATO : PADMNTP                                            *
      *--------------------------------------------------------------*
       01 PDM-PARAMETROS.
          05 PDM-FUNCION                 PIC  X(01).
             88 PDM-ES-ALTA-EMPLEADO               VALUE 'E'.
             88 PDM-ES-BAJA-EMPLEADO               VALUE 'X'.
             88 PDM-ES-ALTA-LISTA                  VALUE 'L'.
             88 PDM-ES-FIN-LISTA                   VALUE 'F'.
             88 PDM-ES-SOLICITUD                   VALUE 'S'.
             88 PDM-ES-APROBACION                  VALUE 'A'.
             88 PDM-ES-RECHAZO                     VALUE 'R'.
          05 PDM-CTA-VALOR               PIC  X(20).
          05 PDM-COD-EMPLEADO            PIC  X(07).
          05 PDM-NOMBRE                  PIC  X(60).
          05 PDM-AREA                    PIC  X(04).
          05 PDM-NEMONICO                PIC  X(10).
          05 PDM-TIPO-LISTA              PIC  X(01).
          05 PDM-FEC-INICIO              PIC  9(08).
          05 PDM-FEC-FIN                 PIC  9(08).
          05 PDM-TIPO-OPERACION          PIC  X(01).
          05 PDM-CANTIDAD                PIC S9(10)V9(04).
          05 PDM-SOLICITUD               PIC  9(09).
          05 PDM-MOTIVO                  PIC  X(40).
          05 PDM-USUARIO                 PIC  X(07).
          05 PDM-TERMINAL                PIC  X(08).
          05 PDM-CANAL                   PIC  X(01).
          05 PDM-COD-RETORNO             PIC  X(02).
          05 PDM-COD-ERROR-DEV           PIC  X(07).

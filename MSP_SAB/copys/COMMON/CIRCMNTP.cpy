      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA AL MANTENIMIENTO DE CONFIRMACIONES DE  *
      * SALDOS A LA AUDITORIA (CCIRCMNT/CIRCMAST).                   *
      * FUNCIONES:                                                   *
      *   'R' = RESPUESTA CONFORME DE LA AUDITORIA                   *
      *   'D' = RESPUESTA DISCREPANTE; EXIGE EL DETALLE DE LA        *
      *         DIFERENCIA INFORMADA                                 *
      *   'C' = CONSULTA DEL ESTADO DE LA CONFIRMACION               *
      * CRP-FEC-RESPUESTA EN CERO TOMA LA FECHA DEL DIA.             *
      * FORMATO : CIRCMNTP                                            *
      *--------------------------------------------------------------*
       01 CRP-PARAMETROS.
          05 CRP-FUNCION                 PIC  X(01).
             88 CRP-FN-RESPONDIDA                  VALUE 'R'.
             88 CRP-FN-DISCREPANTE                 VALUE 'D'.
             88 CRP-FN-CONSULTA                    VALUE 'C'.
          05 CRP-CTA-VALOR               PIC  X(20).
          05 CRP-FECHA-CORTE             PIC  9(08).
          05 CRP-FEC-RESPUESTA           PIC  9(08).
          05 CRP-DETALLE-DISCREPANCIA    PIC  X(60).
          05 CRP-USU-OPERADOR            PIC  X(07).
          05 CRP-CANAL                   PIC  X(01).
          05 CRP-TERMINAL                PIC  X(08).
          05 CRP-ESTADO-RESULTANTE       PIC  X(01).
          05 CRP-FEC-ENVIO               PIC  9(08).
          05 CRP-COD-RETORNO             PIC  X(02).
          05 CRP-COD-ERROR-DEV           PIC  X(07).

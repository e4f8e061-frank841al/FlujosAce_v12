      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA A LA RESOLUCION EN LINEA DE LAS        *
      * PROPUESTAS DE BLOQUEO POR SUCESION (CDEFCONF/DEFPROP).       *
      * FUNCIONES:                                                   *
      *   'C' = CONFIRMAR (TITULAR: AFECTACION DE SUCESION EN        *
      *         LEGHOLD Y SUSPENSION DE LOS MANDATOS DE LA CUENTA;   *
      *         APODERADO: SUSPENSION DE SU MANDATO)                 *
      *   'D' = DESCARTAR CON MOTIVO                                 *
      *   'Q' = CONSULTA DE LA PROPUESTA                             *
      * FORMATO : DEFCONFP                                           *
      *--------------------------------------------------------------*
       01 DFP-PARAMETROS.
          05 DFP-FUNCION                 PIC  X(01).
             88 DFP-FN-CONFIRMAR                   VALUE 'C'.
             88 DFP-FN-DESCARTAR                   VALUE 'D'.
             88 DFP-FN-CONSULTA                    VALUE 'Q'.
          05 DFP-NUME-DOC                PIC  X(20).
          05 DFP-CTA-VALOR               PIC  X(20).
          05 DFP-FIRMA                   PIC  X(07).
          05 DFP-MOTIVO                  PIC  X(40).
          05 DFP-USU-OPERADOR            PIC  X(07).
          05 DFP-CANAL                   PIC  X(01).
          05 DFP-TERMINAL                PIC  X(08).
          05 DFP-VINCULO                 PIC  X(01).
          05 DFP-HOLD                    PIC  9(03).
          05 DFP-MANDATOS-SUSP           PIC  9(03).
          05 DFP-ESTADO-RESULTANTE       PIC  X(01).
          05 DFP-COD-RETORNO             PIC  X(02).
          05 DFP-COD-ERROR-DEV           PIC  X(07).

      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA AL MANTENIMIENTO DE CONVENIOS MARCO DE *
      * PRODUCTO (CCONVMNT/CONVFIRM).                                *
      * FUNCIONES:                                                   *
      *   'A' = REGISTRO DE LA FIRMA (ALTA O NUEVA FIRMA DE UNA      *
      *         VERSION POSTERIOR, QUE REEMPLAZA A LA ANTERIOR)      *
      *   'R' = REVOCACION                                           *
      *   'C' = CONSULTA                                             *
      * FORMATO : CONVMNTP                                           *
      *--------------------------------------------------------------*
       01 CFP-PARAMETROS.
          05 CFP-FUNCION                 PIC  X(01).
             88 CFP-FN-REGISTRAR                   VALUE 'A'.
             88 CFP-FN-REVOCAR                     VALUE 'R'.
             88 CFP-FN-CONSULTA                    VALUE 'C'.
          05 CFP-CTA-VALOR               PIC  X(20).
          05 CFP-PRODUCTO                PIC  X(03).
          05 CFP-VERSION                 PIC  9(03).
          05 CFP-FEC-FIRMA               PIC  9(08).
          05 CFP-IND-DECLARACION         PIC  X(01).
          05 CFP-USU-OPERADOR            PIC  X(07).
          05 CFP-CANAL                   PIC  X(01).
          05 CFP-TERMINAL                PIC  X(08).
          05 CFP-ESTADO-RESULTANTE       PIC  X(01).
          05 CFP-COD-RETORNO             PIC  X(02).
          05 CFP-COD-ERROR-DEV           PIC  X(07).

      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA AL MANTENIMIENTO DE CUENTAS INACTIVAS  *
      * (CDORMMNT/CTADORM).                                          *
      * FUNCIONES:                                                   *
      *   'R' = REACTIVAR LA CUENTA DORMIDA TRAS REVERIFICAR LA      *
      *         IDENTIDAD DEL TITULAR; EXIGE TIPO ('P' PRESENCIAL EN *
      *         AGENCIA, 'V' VIDEOLLAMADA) Y REFERENCIA DE LA        *
      *         VERIFICACION, Y DOCUMENTACION KYC SIN RESTRICCION    *
      *   'C' = CONSULTA DEL ESTADO DE INACTIVIDAD DE LA CUENTA      *
      * DMP-IND-AVISO DEVUELVE 'S' SI EL AVISO DE REACTIVACION AL    *
      * CORREO DEL CLIENTE QUEDO DESPACHADO.                         *
      * FORMATO : DORMMNTP                                            *
      *--------------------------------------------------------------*
       01 DMP-PARAMETROS.
          05 DMP-FUNCION                 PIC  X(01).
             88 DMP-FN-REACTIVAR                   VALUE 'R'.
             88 DMP-FN-CONSULTA                    VALUE 'C'.
          05 DMP-CTA-VALOR               PIC  X(20).
          05 DMP-TIPO-VERIFICACION       PIC  X(01).
             88 DMP-VERIFICACION-VALIDA            VALUE 'P' 'V'.
          05 DMP-REF-VERIFICACION        PIC  X(20).
          05 DMP-USU-OPERADOR            PIC  X(07).
          05 DMP-CANAL                   PIC  X(01).
          05 DMP-TERMINAL                PIC  X(08).
          05 DMP-ESTADO-RESULTANTE       PIC  X(01).
          05 DMP-FEC-ULT-ACTIVIDAD       PIC  9(08).
          05 DMP-FEC-DORMANCIA           PIC  9(08).
          05 DMP-IND-AVISO               PIC  X(01).
          05 DMP-COD-RETORNO             PIC  X(02).
          05 DMP-COD-ERROR-DEV           PIC  X(07).

      *         CARTERA POR EL CAMINO DE ACTUALIZACION CON ESPEJO)   *
      *   'R' = RECHAZAR                                             *
      *   'C' = CONSULTA                                             *
      * LA FECHA VALOR ES OPCIONAL (CERO = FECHA DE APLICACION). SI  *
      * CAE EN UN PERIODO CONTABLE CERRADO (PERCHK) EL AJUSTE SE     *
      * RECHAZA (AJU012) O SE APLICA REDATADO A HOY COMO AJUSTE      *
      * POST-CIERRE (AJU-IND-POST-CIERRE EN 'S').                    *
      * CAMPOS DE CARTERA: SDOCON, SDODIS, SDOPRE O SDOPIG. EN       *
      * EFECTIVO EL CAMPO 'DISPONIBLE' CORRIGE SOLO                  *
      * EF-SALDO-DISPONIBLE, SIN MOVIMIENTO EFEPOST; CUALQUIER OTRO  *
      * CONTABILIZA LA DIFERENCIA VIA EFEPOST.                       *
      * FORMATO : AJUSP                                              *
      *--------------------------------------------------------------*
       01 AJU-PARAMETROS.
          05 AJU-ESTADO-RESULTANTE       PIC  X(10).
          05 AJU-COD-RETORNO             PIC  X(02).
          05 AJU-COD-ERROR-DEV           PIC  X(07).
          05 AJU-FECHA-VALOR             PIC  9(08).
          05 AJU-IND-POST-CIERRE         PIC  X(01).

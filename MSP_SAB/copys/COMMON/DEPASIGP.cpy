      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA A LA ASIGNACION EN LINEA DE FONDOS NO  *
      * IDENTIFICADOS (CDEPASIG/DEPBANC).                            *
      * FUNCIONES:                                                   *
      *   'A' = ASIGNAR EL ABONO EN SUSPENSO A UNA CUENTA-VALOR:     *
      *         CREA LA SOLICITUD DE DEPOSITO Y LA ACREDITA          *
      *         (CSOLEFE)                                            *
      *   'C' = CONSULTA DEL ABONO                                   *
      * FORMATO : DEPASIGP                                           *
      *--------------------------------------------------------------*
       01 DAP-PARAMETROS.
          05 DAP-FUNCION                 PIC  X(01).
             88 DAP-FN-ASIGNAR                     VALUE 'A'.
             88 DAP-FN-CONSULTA                    VALUE 'C'.
          05 DAP-FECHA                   PIC  9(08).
          05 DAP-NUM-OPERACION           PIC  X(12).
          05 DAP-CTA-VALOR               PIC  X(20).
          05 DAP-USUARIO                 PIC  X(07).
          05 DAP-CANAL                   PIC  X(01).
          05 DAP-MONEDA                  PIC  X(03).
          05 DAP-IMPORTE                 PIC S9(15)V9(02).
          05 DAP-MOTIVO                  PIC  X(30).
          05 DAP-SOLICITUD               PIC  9(09).
          05 DAP-ESTADO-RESULTANTE       PIC  X(01).
          05 DAP-COD-RETORNO             PIC  X(02).
          05 DAP-COD-ERROR-DEV           PIC  X(07).

      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA AL MANTENIMIENTO DE TRASPASOS          *
      * INTERNOS LIBRES DE PAGO ENTRE CUENTAS DEL MISMO TITULAR      *
      * (CTRINMNT).                                                  *
      * FUNCIONES:                                                   *
      *   'A' = ALTA DEL TRASPASO (VALIDA TITULAR COMUN Y SALDO      *
      *         DISPONIBLE; QUEDA PENDIENTE DE DOBLE FIRMA)          *
      *   'P' = APROBAR Y APLICAR (SEGUNDO USUARIO DISTINTO DEL QUE  *
      *         INGRESO; MUEVE CARTERA, LOTES Y MOVIMIENTOS CATSMOV) *
      *   'R' = RECHAZAR                                             *
      *   'C' = CONSULTA                                             *
      * FORMATO : TRINP                                              *
      *--------------------------------------------------------------*
       01 TVP-PARAMETROS.
          05 TVP-FUNCION                 PIC  X(01).
             88 TVP-FN-ALTA                        VALUE 'A'.
             88 TVP-FN-APROBAR                     VALUE 'P'.
             88 TVP-FN-RECHAZAR                    VALUE 'R'.
             88 TVP-FN-CONSULTA                    VALUE 'C'.
          05 TVP-TRASPASO                PIC  9(09).
          05 TVP-CTA-ORIGEN              PIC  X(20).
          05 TVP-CTA-DESTINO             PIC  X(20).
          05 TVP-NEMONICO                PIC  X(10).
          05 TVP-CAN-TITULOS             PIC  9(12).
          05 TVP-DESCRIPCION             PIC  X(50).
          05 TVP-USUARIO                 PIC  X(07).
          05 TVP-COSTO-TRASLADADO        PIC S9(14)V9(02).
          05 TVP-ESTADO-RESULTANTE       PIC  X(10).
          05 TVP-COD-RETORNO             PIC  X(02).
          05 TVP-COD-ERROR-DEV           PIC  X(07).

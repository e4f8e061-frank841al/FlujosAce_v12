      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA A LA GUARDA DE CUENTAS BANCARIAS       *
      * REGISTRADAS (CTABCHK/CTABANC).                               *
      * FUNCIONES:                                                   *
      *   'V' = VALIDAR QUE EL CCI INFORMADO ESTE REGISTRADO PARA LA *
      *         CUENTA-VALOR, VERIFICADO Y EN LA MONEDA INDICADA (EN *
      *         BLANCO NO SE COMPARA); DEVUELVE EL BANCO REGISTRADO  *
      *   'E' = UBICAR LA CUENTA VERIFICADA QUE RECIBE LOS PAGOS DE  *
      *         DIVIDENDOS Y CUPONES; DEVUELVE CCI, BANCO Y MONEDA   *
      * MOTIVOS DE RECHAZO: 'R' NO REGISTRADA, 'P' PENDIENTE DE      *
      * VERIFICACION, 'B' DE BAJA, 'M' OTRA MONEDA.                  *
      * USADO POR : CSOLEFE, RSOLEXT, CDIVPOST                       *
      * FORMATO : CTABCHKP                                           *
      *--------------------------------------------------------------*
       01 IBC-PARAMETROS.
          05 IBC-FUNCION                 PIC  X(01).
             88 IBC-FN-VALIDAR                     VALUE 'V'.
             88 IBC-FN-CUENTA-EVENTOS              VALUE 'E'.
          05 IBC-CTA-VALOR               PIC  X(20).
          05 IBC-CCI                     PIC  X(20).
          05 IBC-MONEDA                  PIC  X(03).
          05 IBC-BANCO                   PIC  X(11).
          05 IBC-IND-RESULTADO           PIC  X(01).
             88 IBC-CUENTA-VALIDA                  VALUE 'S'.
             88 IBC-CUENTA-INVALIDA                VALUE 'N'.
          05 IBC-MOTIVO                  PIC  X(01).

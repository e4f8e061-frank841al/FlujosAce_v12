      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA AL MANTENIMIENTO DE CUENTAS BANCARIAS  *
      * REGISTRADAS DEL CLIENTE (CCTABMNT/CTABANC).                  *
      * FUNCIONES:                                                   *
      *   'A' = ALTA (CCI CON DIGITOS DE CONTROL VALIDOS Y TITULAR   *
      *         CON EL MISMO DOCUMENTO DEL CLIENTE); NACE PENDIENTE  *
      *   'V' = VERIFICACION POR OPERACIONES (PERFIL CCTABVER,       *
      *         USUARIO DISTINTO DEL QUE LA REGISTRO)                *
      *   'B' = BAJA                                                 *
      *   'C' = CONSULTA                                             *
      * FORMATO : CTABANCP                                           *
      *--------------------------------------------------------------*
       01 IBP-PARAMETROS.
          05 IBP-FUNCION                 PIC  X(01).
             88 IBP-FN-ALTA                        VALUE 'A'.
             88 IBP-FN-VERIFICAR                   VALUE 'V'.
             88 IBP-FN-BAJA                        VALUE 'B'.
             88 IBP-FN-CONSULTA                    VALUE 'C'.
          05 IBP-CTA-VALOR               PIC  X(20).
          05 IBP-CCI                     PIC  X(20).
          05 IBP-BANCO                   PIC  X(11).
          05 IBP-MONEDA                  PIC  X(03).
          05 IBP-TIPO-DOC                PIC  X(01).
          05 IBP-NUME-DOC                PIC  X(20).
          05 IBP-TITULAR                 PIC  X(80).
          05 IBP-IND-PAGO-EVENTOS        PIC  X(01).
          05 IBP-USU-OPERADOR            PIC  X(07).
          05 IBP-CANAL                   PIC  X(01).
          05 IBP-TERMINAL                PIC  X(08).
          05 IBP-ESTADO-RESULTANTE       PIC  X(01).
          05 IBP-COD-RETORNO             PIC  X(02).
          05 IBP-COD-ERROR-DEV           PIC  X(07).

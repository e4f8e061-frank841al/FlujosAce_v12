      *--------------------------------------------------------------*
      * MAESTRO DE CUENTAS BANCARIAS REGISTRADAS DEL CLIENTE         *
      * (INSTRUCCIONES PERMANENTES) POR CUENTA-VALOR: BANCO, MONEDA, *
      * CCI Y TITULAR. EL CCI SE VALIDA CON SUS DIGITOS DE CONTROL   *
      * AL ALTA Y EL TITULAR DEBE SER EL MISMO DOCUMENTO DEL CLIENTE *
      * (EODCLI). LA CUENTA NACE PENDIENTE Y SOLO QUEDA UTILIZABLE   *
      * CUANDO OPERACIONES LA VERIFICA (CCTABMNT, PERFIL CCTABVER,   *
      * USUARIO DISTINTO DEL QUE LA REGISTRO). LA GUARDA CTABCHK LA  *
      * EXIGE EN EL RETIRO (CSOLEFE), EN EL EXTRACTO BANKTRF         *
      * (RSOLEXT) Y UBICA LA CUENTA DE ABONO DE DIVIDENDOS Y CUPONES *
      * (CDIVPOST).                                                  *
      * CLAVE : IB-CLAVE (IB-CTAVALOR + IB-CCI)                       *
      * FORMATO : CTABANC                                             *
      *--------------------------------------------------------------*
       01 IB-REGISTRO-CUENTA.
          05 IB-CLAVE.
             10 IB-CTAVALOR              PIC  X(20).
             10 IB-CCI                   PIC  X(20).
          05 IB-BANCO                    PIC  X(11).
          05 IB-MONEDA                   PIC  X(03).
          05 IB-TIPO-DOC                 PIC  X(01).
          05 IB-NUME-DOC                 PIC  X(20).
          05 IB-TITULAR                  PIC  X(80).
          05 IB-ESTADO                   PIC  X(01).
             88 IB-PENDIENTE                       VALUE 'P'.
             88 IB-VERIFICADA                      VALUE 'V'.
             88 IB-DE-BAJA                         VALUE 'B'.
      *   'S' = LA CUENTA RECIBE LOS PAGOS DE DIVIDENDOS Y CUPONES.
          05 IB-IND-PAGO-EVENTOS         PIC  X(01).
             88 IB-RECIBE-EVENTOS                  VALUE 'S'.
          05 IB-FEC-ALTA                 PIC  9(08).
          05 IB-USU-ALTA                 PIC  X(07).
          05 IB-FEC-VERIFICACION         PIC  9(08).
          05 IB-USU-VERIFICACION         PIC  X(07).

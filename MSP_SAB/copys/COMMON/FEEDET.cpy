      * TASA Y LA BASE APLICADAS Y LA VERSION DEL TARIFARIO          *
      * (CME-VERSION) VIGENTE ESE DIA. UN RECLAMO DE GASTOS YA NO    *
      * OBLIGA A RECONSTRUIR EL TARIFARIO HISTORICO A MANO.          *
      * FT-IND-ACUERDO MARCA LA LINEA CUYA TASA SALIO DEL ACUERDO    *
      * NEGOCIADO DE LA CUENTA (COMNEGO) EN LUGAR DEL TARIFARIO.     *
      * FT-MONEDA ES LA MONEDA DE LA ORDEN (EN BLANCO EN LAS LINEAS  *
      * SIN ORDEN, COMO LA CUSTODIA, QUE SE COBRAN EN LA MONEDA DE   *
      * LA CUENTA); CON ELLA RTERREC CONCILIA LO RECAUDADO POR       *
      * CUENTA DE TERCEROS CONTRA SUS FACTURAS.                      *
      * FORMATO : FEEDET                                              *
      *--------------------------------------------------------------*
       01 FT-REGISTRO-GASTO.
          05 FT-PORCEN-APLICADO          PIC  9(05)V9(04).
          05 FT-IMPORTE                  PIC S9(10)V9(02).
          05 FT-CME-VERSION              PIC  9(04).
          05 FT-IND-ACUERDO              PIC  X(01).
             88 FT-TASA-ACORDADA                   VALUE 'S'.
          05 FT-MONEDA                   PIC  X(03).

      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA A LA GUARDA DE PERIODO CONTABLE        *
      * CERRADO (PERCHK) CONTRA EL MAESTRO PERCONT. FUNCION 'V' =    *
      * SOLO VERIFICA; 'G' = VERIFICA Y, SI EL MOVIMIENTO SE REDATA, *
      * GRABA EL AJUSTE POST-CIERRE EN PERAJUS CON SU MOTIVO. FECHA  *
      * VALOR EN CERO O NO NUMERICA = HOY. RESULTADO: 'A' PERIODO    *
      * ABIERTO (SE APLICA CON SU FECHA VALOR); 'R' PERIODO CERRADO, *
      * SE REDATA A HOY (PERIODO ABIERTO); 'X' PERIODO CERRADO Y SE  *
      * RECHAZA (PARAMETRO PERC-REDATA EN CERO).                     *
      * FORMATO : PERCHKP                                             *
      *--------------------------------------------------------------*
       01 PCK-PARAMETROS.
          05 PCK-FUNCION                 PIC  X(01).
             88 PCK-FN-VERIFICAR                   VALUE 'V'.
             88 PCK-FN-GRABAR                      VALUE 'G'.
          05 PCK-FECHA-VALOR             PIC  9(08).
          05 PCK-PROGRAMA                PIC  X(08).
          05 PCK-REFERENCIA              PIC  X(20).
          05 PCK-TIPO                    PIC  X(01).
          05 PCK-CTA-VALOR               PIC  X(20).
          05 PCK-NEMONICO                PIC  X(10).
          05 PCK-MONEDA                  PIC  X(03).
          05 PCK-CARGO-ABONO             PIC  X(01).
          05 PCK-IMPORTE                 PIC S9(15)V9(02).
          05 PCK-CONCEPTO                PIC  X(40).
          05 PCK-USUARIO                 PIC  X(07).
          05 PCK-FECHA-APLICADA          PIC  9(08).
          05 PCK-PERIODO-CERRADO         PIC  9(06).
          05 PCK-IND-RESULTADO           PIC  X(01).
             88 PCK-PERIODO-ABIERTO                VALUE 'A'.
             88 PCK-REDATADO                       VALUE 'R'.
             88 PCK-RECHAZADO                      VALUE 'X'.

      *--------------------------------------------------------------*
      * BITACORA DE AJUSTES POST-CIERRE: UNA LINEA POR MOVIMIENTO    *
      * CON FECHA VALOR EN UN PERIODO CONTABLE YA CERRADO (PERCONT)  *
      * QUE LA GUARDA PERCHK REDATO AL PERIODO ABIERTO, CON EL       *
      * PROGRAMA DE ORIGEN, LA FECHA VALOR ORIGINAL Y LA APLICADA,   *
      * EL IMPORTE (EFECTIVO) O TITULOS (CARTERA) Y EL MOTIVO.       *
      * RGLJRNL ASIENTA LAS DE EFECTIVO DEL DIA COMO AJUSTE          *
      * POST-CIERRE Y RPERAJUS LAS LISTA PARA LOS AUDITORES.         *
      * FORMATO : PERAJUS                                             *
      *--------------------------------------------------------------*
       01 PJ-REGISTRO-AJUSTE.
          05 PJ-FECHA-REGISTRO           PIC  9(08).
          05 PJ-HORA-REGISTRO            PIC  9(08).
          05 PJ-PERIODO-CERRADO          PIC  9(06).
          05 PJ-FECHA-VALOR              PIC  9(08).
          05 PJ-FECHA-APLICADA           PIC  9(08).
          05 PJ-PROGRAMA                 PIC  X(08).
          05 PJ-REFERENCIA               PIC  X(20).
          05 PJ-TIPO                     PIC  X(01).
             88 PJ-ES-EFECTIVO                     VALUE 'E'.
             88 PJ-ES-CARTERA                      VALUE 'C'.
          05 PJ-CTAVALOR                 PIC  X(20).
          05 PJ-NEMONICO                 PIC  X(10).
          05 PJ-MONEDA                   PIC  X(03).
          05 PJ-CARGO-ABONO              PIC  X(01).
             88 PJ-ES-CARGO                        VALUE 'C'.
             88 PJ-ES-ABONO                        VALUE 'A'.
          05 PJ-IMPORTE                  PIC S9(15)V9(02).
          05 PJ-CONCEPTO                 PIC  X(40).
          05 PJ-MOTIVO                   PIC  X(40).
          05 PJ-USUARIO                  PIC  X(07).
          05 FILLER                      PIC  X(20).

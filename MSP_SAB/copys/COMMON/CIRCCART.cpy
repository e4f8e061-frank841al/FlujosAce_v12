      *--------------------------------------------------------------*
      * CARTA DE CONFIRMACION DE SALDOS (CIRCULARIZACION) QUE EMITE  *
      * RCIRCEXT POR CADA CUENTA DE LA MUESTRA DE AUDITORIA, PARA SU *
      * IMPRESION Y ENVIO. CADA CARTA ES UNA SECUENCIA DE LINEAS DE  *
      * LA MISMA CUENTA Y FECHA DE CORTE: UNA CABECERA 'C' CON LA    *
      * IDENTIDAD DEL CLIENTE Y LA AUDITORA, UNA LINEA 'T' POR       *
      * NEMONICO CON LA CANTIDAD AL CORTE, EL CUSTODIO Y LOS TITULOS *
      * PIGNORADOS Y PRESTADOS A ESA FECHA, UNA LINEA 'E' POR MONEDA *
      * CON EL SALDO DE EFECTIVO AL CORTE, Y UN CIERRE 'F' CON LOS   *
      * TOTALES DE LINEAS.                                           *
      * FORMATO : CIRCCART                                            *
      *--------------------------------------------------------------*
       01 CCA-REGISTRO-CARTA.
          05 CCA-CTAVALOR                PIC  X(20).
          05 CCA-FECHA-CORTE             PIC  9(08).
          05 CCA-TIPO-LINEA              PIC  X(01).
             88 CCA-CABECERA                       VALUE 'C'.
             88 CCA-TENENCIA                       VALUE 'T'.
             88 CCA-EFECTIVO                       VALUE 'E'.
             88 CCA-CIERRE                         VALUE 'F'.
          05 CCA-DETALLE                 PIC  X(171).
          05 CCA-DET-CABECERA REDEFINES CCA-DETALLE.
             10 CCA-CAB-TIPO-DOC         PIC  X(01).
             10 CCA-CAB-NUME-DOC         PIC  X(20).
             10 CCA-CAB-CLIENTE          PIC  X(80).
             10 CCA-CAB-AUDITORA         PIC  X(30).
             10 CCA-CAB-REF-MUESTRA      PIC  X(12).
             10 CCA-CAB-FEC-EMISION      PIC  9(08).
             10 FILLER                   PIC  X(20).
          05 CCA-DET-TENENCIA REDEFINES CCA-DETALLE.
             10 CCA-TEN-NEMONICO         PIC  X(10).
             10 CCA-TEN-CUSTODIO         PIC  9(04).
             10 CCA-TEN-CANTIDAD         PIC S9(14)V9(04).
             10 CCA-TEN-PIGNORADA        PIC  9(12).
             10 CCA-TEN-PRESTADA         PIC  9(12)V9(04).
      *      'L' LIBRE, 'P' CON PRENDA, 'R' PRESTADA, 'A' AMBAS.
             10 CCA-TEN-GRAVAMEN         PIC  X(01).
                88 CCA-TEN-LIBRE                   VALUE 'L'.
             10 CCA-TEN-ACREEDOR         PIC  X(40).
             10 FILLER                   PIC  X(70).
          05 CCA-DET-EFECTIVO REDEFINES CCA-DETALLE.
             10 CCA-EFE-MONEDA           PIC  X(03).
             10 CCA-EFE-SALDO            PIC S9(15)V9(02).
             10 FILLER                   PIC  X(151).
          05 CCA-DET-CIERRE REDEFINES CCA-DETALLE.
             10 CCA-CIE-TOT-TENENCIAS    PIC  9(03).
             10 CCA-CIE-TOT-MONEDAS      PIC  9(02).
             10 FILLER                   PIC  X(166).

      *--------------------------------------------------------------*
      * DIFERENCIA POR ORDEN ENTRE LO FACTURADO POR UNA ENTIDAD      *
      * (BVL, CAVALI, SMV, FONDO DE GARANTIA) Y LO RECAUDADO AL      *
      * CLIENTE, DEJADA POR LA CONCILIACION MENSUAL RTERREC CON LA   *
      * CUENTA-VALOR DE LA ORDEN. DIFERENCIA POSITIVA = COSTO        *
      * ABSORBIDO POR LA SAB. LA USA LA RENTABILIDAD POR CLIENTE     *
      * (RRENTCLI).                                                  *
      * FORMATO : TERDIF                                              *
      *--------------------------------------------------------------*
       01 TDF-REGISTRO-DIFERENCIA.
          05 TDF-PERIODO                 PIC  9(06).
          05 TDF-CTAVALOR                PIC  X(20).
          05 TDF-ENTIDAD                 PIC  X(06).
          05 TDF-MONEDA                  PIC  X(03).
          05 TDF-ORDEN                   PIC  9(09).
          05 TDF-DIFERENCIA              PIC S9(12)V9(02).
          05 TDF-ESTADO                  PIC  X(01).
             88 TDF-REDONDEO                       VALUE 'R'.
             88 TDF-QUIEBRE                        VALUE 'Q'.
          05 FILLER                      PIC  X(20).

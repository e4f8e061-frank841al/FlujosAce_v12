      *--------------------------------------------------------------*
      * MUESTRA DE CIRCULARIZACION ENTREGADA POR LA AUDITORIA        *
      * EXTERNA: UNA LINEA POR CUENTA-VALOR A CONFIRMAR, CON LA      *
      * FECHA DE CORTE DE LA CONFIRMACION, LA FIRMA AUDITORA Y SU    *
      * REFERENCIA DE LA MUESTRA. LA LEE RCIRCEXT.                   *
      * FORMATO : CIRCMUES                                            *
      *--------------------------------------------------------------*
       01 MU-REGISTRO-MUESTRA.
          05 MU-CTAVALOR                 PIC  X(20).
          05 MU-FECHA-CORTE              PIC  9(08).
          05 MU-AUDITORA                 PIC  X(30).
          05 MU-REF-MUESTRA              PIC  X(12).
          05 FILLER                      PIC  X(10).

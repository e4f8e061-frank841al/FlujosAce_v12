      * PARAMETROS DE LLAMADA AL CONTABILIZADOR DE MOVIMIENTOS DE    *
      * CUENTA EFECTIVO (EFEPOST). APLICA EL CARGO O ABONO SOBRE EL  *
      * MAESTRO INTRADIA EFEMAST Y DEJA LA LINEA DE MOVIMIENTO EN EL *
      * UNIVERSO DE CUENTA EFECTIVO (MISMO LAYOUT ITFEXT QUE         *
      * CONSULTA CDETCUEEFE/VLMC532 Y CONCILIA CITFREC), CON EL ITF  *
      * CALCULADO. LA FECHA VALOR ES OPCIONAL (CERO = HOY); SI CAE   *
      * EN UN PERIODO CONTABLE CERRADO (GUARDA PERCHK) EL MOVIMIENTO *
      * SE RECHAZA CON '30' O SE APLICA REDATADO CON                 *
      * EFP-IND-POST-CIERRE EN 'S' Y SU AJUSTE EN PERAJUS.           *
      * FORMATO : EFEPOSTP                                            *
      *--------------------------------------------------------------*
       01 EFP-PARAMETROS.
          05 EFP-MONEDA                  PIC  X(03).
          05 EFP-IMPORTE-ITF             PIC S9(15)V9(02).
          05 EFP-COD-RETORNO             PIC  X(02).
          05 EFP-FECHA-VALOR             PIC  9(08) VALUE ZERO.
          05 EFP-IND-POST-CIERRE         PIC  X(01).
             88 EFP-REDATADO                       VALUE 'S'.

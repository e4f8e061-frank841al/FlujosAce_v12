      *--------------------------------------------------------------*
      * RESUMEN MENSUAL DE LA CONCILIACION DE CARGOS DE TERCEROS,    *
      * UNA LINEA POR ENTIDAD Y MONEDA DEL PERIODO, GENERADO POR     *
      * RTERREC: LO RECAUDADO EN FEEDET CONTRA LO FACTURADO POR LA   *
      * ENTIDAD (TERFACT). LO TOMA RGLJRNL COMO FUENTE DE LOS        *
      * ASIENTOS DE LA CUENTA POR PAGAR A TERCEROS.                  *
      * FORMATO : TERRES                                              *
      *--------------------------------------------------------------*
       01 TRS-REGISTRO-RESUMEN.
          05 TRS-PERIODO                 PIC  9(06).
          05 TRS-ENTIDAD                 PIC  X(06).
          05 TRS-CODCOM                  PIC  9(02).
          05 TRS-MONEDA                  PIC  X(03).
          05 TRS-NRO-ORDENES             PIC  9(07).
          05 TRS-TOTAL-RECAUDADO         PIC S9(14)V9(02).
          05 TRS-TOTAL-FACTURADO         PIC S9(14)V9(02).
          05 TRS-NRO-QUIEBRES            PIC  9(07).
          05 FILLER                      PIC  X(20).

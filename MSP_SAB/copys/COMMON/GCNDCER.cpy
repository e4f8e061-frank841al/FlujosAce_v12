      *--------------------------------------------------------------*
      * CERTIFICADO DE RETENCION DEL IMPUESTO A LA RENTA DE NO       *
      * DOMICILIADOS POR GANANCIA DE CAPITAL, UNO POR VENTA          *
      * LIQUIDADA DE UN VENDEDOR NO DOMICILIADO (TAXRES SIN          *
      * RESIDENCIA PE), EMITIDO POR GCNDRET CON EL CORRELATIVO       *
      * GCNDSEQ. LA GANANCIA ES EL IMPORTE DE VENTA MENOS EL COSTO   *
      * FIFO DE LOS LOTES RELEVADOS (LOTEAPL); LA VENTA A PERDIDA    *
      * EMITE SU CERTIFICADO CON RETENCION CERO. RGCNDMES LO RESUME  *
      * POR MES.                                                     *
      * FORMATO : GCNDCER                                             *
      *--------------------------------------------------------------*
       01 GCR-CERTIFICADO-RETENCION.
          05 GCR-NRO-CERTIFICADO         PIC  9(09).
          05 GCR-FEC-EMISION             PIC  9(08).
          05 GCR-CTAVALOR                PIC  X(20).
          05 GCR-TIPO-DOC                PIC  X(01).
          05 GCR-NUME-DOC                PIC  X(20).
          05 GCR-NOMBRE                  PIC  X(80).
          05 GCR-JURISDICCION            PIC  X(02).
          05 GCR-ORDEN                   PIC  9(09).
          05 GCR-NEMONICO                PIC  X(10).
          05 GCR-CAN-VENDIDA             PIC S9(10)V9(04).
          05 GCR-MONEDA                  PIC  X(03).
          05 GCR-IMPORTE-VENTA           PIC S9(14)V9(02).
          05 GCR-COSTO-FIFO              PIC S9(14)V9(02).
          05 GCR-GANANCIA                PIC S9(14)V9(02).
          05 GCR-TASA-RETENCION          PIC  9(01)V9(04).
          05 GCR-IMPORTE-RETENIDO        PIC S9(12)V9(02).

      *--------------------------------------------------------------*
      * ARCHIVO DE ENVIO DE COMPROBANTES ELECTRONICOS AL OSE,        *
      * GENERADO POR RCPEENV A PARTIR DE LAS FACTURAS DE COMISIONES  *
      * (FACTCLI): UN REGISTRO POR COMPROBANTE CON LOS DATOS DEL     *
      * EMISOR, DEL ADQUIRENTE (TIPO DE DOCUMENTO SEGUN CATALOGO 06  *
      * DE SUNAT), LA SERIE Y CORRELATIVO OFICIALES Y UNA UNICA      *
      * LINEA DE SERVICIO GRAVADO CON IGV. EL CONECTOR DEL OSE LO    *
      * CONVIERTE AL FORMATO UBL DE SUNAT Y LO TRANSMITE; LA         *
      * RESPUESTA VUELVE EN CPECDR.                                  *
      * FORMATO : CPEENV                                              *
      *--------------------------------------------------------------*
       01 FEN-REGISTRO-CPE.
          05 FEN-RUC-EMISOR              PIC  X(11).
          05 FEN-TIPO-COMPROBANTE        PIC  X(02).
             88 FEN-ES-FACTURA                     VALUE '01'.
             88 FEN-ES-BOLETA                      VALUE '03'.
          05 FEN-SERIE                   PIC  X(04).
          05 FEN-CORRELATIVO             PIC  9(08).
          05 FEN-FECHA-EMISION           PIC  9(08).
          05 FEN-MONEDA                  PIC  X(03).
          05 FEN-TIPO-DOC-ADQ            PIC  X(01).
          05 FEN-NUME-DOC-ADQ            PIC  X(20).
          05 FEN-NOMBRE-ADQ              PIC  X(80).
          05 FEN-EMAIL-ADQ               PIC  X(80).
          05 FEN-DESCRIPCION             PIC  X(60).
          05 FEN-COD-UNIDAD              PIC  X(03).
          05 FEN-CANTIDAD                PIC  9(05).
          05 FEN-COD-AFECTACION-IGV      PIC  X(02).
          05 FEN-VALOR-VENTA             PIC S9(12)V9(02).
          05 FEN-IGV                     PIC S9(12)V9(02).
          05 FEN-IMPORTE-TOTAL           PIC S9(12)V9(02).
          05 FEN-NRO-FACTURA             PIC  9(09).
          05 FEN-CTAVALOR                PIC  X(20).

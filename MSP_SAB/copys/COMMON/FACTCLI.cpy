      * LINEA DE FACTURA MENSUAL DE COMISIONES POR CUENTA-VALOR,     *
      * GENERADA POR RFACTCLI: UNA FACTURA NUMERADA (CORRELATIVO     *
      * CONTINUO FACTSEQ) POR CLIENTE Y PERIODO, CON SUBTOTAL, IGV Y *
      * TOTAL DE LAS COMISIONES ACUMULADAS EN ORDARCH. LA EMISION    *
      * ELECTRONICA ANTE SUNAT AGREGA EL TIPO, SERIE Y CORRELATIVO   *
      * OFICIALES Y EL ADQUIRENTE (RCPEENV) Y EL ESTADO DEVUELTO POR *
      * EL OSE EN LA CONSTANCIA DE RECEPCION, CON EL DESPACHO DEL    *
      * COMPROBANTE AL CORREO DEL CLIENTE (RCPECDR).                 *
      * FORMATO : FACTCLI                                             *
      *--------------------------------------------------------------*
       01 FC-REGISTRO-FACTURA.
          05 FC-SUBTOTAL                 PIC S9(12)V9(02).
          05 FC-IGV                      PIC S9(12)V9(02).
          05 FC-TOTAL                    PIC S9(12)V9(02).
          05 FC-TIPO-COMPROBANTE         PIC  X(02).
             88 FC-CPE-FACTURA                     VALUE '01'.
             88 FC-CPE-BOLETA                      VALUE '03'.
          05 FC-SERIE-CPE                PIC  X(04).
          05 FC-CORRELATIVO-CPE          PIC  9(08).
          05 FC-FECHA-EMISION-CPE        PIC  9(08).
          05 FC-ESTADO-CPE               PIC  X(01).
             88 FC-CPE-PENDIENTE                   VALUE 'P'.
             88 FC-CPE-ENVIADO                     VALUE 'E'.
             88 FC-CPE-ACEPTADO                    VALUE 'A'.
             88 FC-CPE-OBSERVADO                   VALUE 'O'.
             88 FC-CPE-RECHAZADO                   VALUE 'R'.
          05 FC-FECHA-ESTADO-CPE         PIC  9(08).
          05 FC-COD-RESPUESTA            PIC  X(04).
          05 FC-DES-RESPUESTA            PIC  X(60).
          05 FC-VALOR-RESUMEN            PIC  X(28).
          05 FC-TIPO-DOC-ADQ             PIC  X(01).
          05 FC-NUME-DOC-ADQ             PIC  X(20).
          05 FC-EMAIL-ADQ                PIC  X(80).
          05 FC-IND-CORREO               PIC  X(01).
             88 FC-CORREO-PENDIENTE                VALUE 'N'.
             88 FC-CORREO-ENVIADO                  VALUE 'S'.
             88 FC-CORREO-SIN-DIRECCION            VALUE 'X'.

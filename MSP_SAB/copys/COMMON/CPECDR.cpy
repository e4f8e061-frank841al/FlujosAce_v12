      *--------------------------------------------------------------*
      * CONSTANCIAS DE RECEPCION (CDR) DEVUELTAS POR EL OSE, UNA     *
      * LINEA POR COMPROBANTE ELECTRONICO RESPONDIDO: ACEPTADO,      *
      * ACEPTADO CON OBSERVACIONES O RECHAZADO, CON EL CODIGO Y      *
      * DESCRIPCION DE SUNAT Y EL VALOR RESUMEN (HASH) DEL           *
      * COMPROBANTE FIRMADO. RCPECDR LO APLICA COMO ESTADO SOBRE     *
      * FACTCLI.                                                     *
      * FORMATO : CPECDR                                              *
      *--------------------------------------------------------------*
       01 FER-REGISTRO-CDR.
          05 FER-RUC-EMISOR              PIC  X(11).
          05 FER-TIPO-COMPROBANTE        PIC  X(02).
          05 FER-SERIE                   PIC  X(04).
          05 FER-CORRELATIVO             PIC  9(08).
          05 FER-ESTADO                  PIC  X(01).
             88 FER-ACEPTADO                       VALUE 'A'.
             88 FER-OBSERVADO                      VALUE 'O'.
             88 FER-RECHAZADO                      VALUE 'R'.
          05 FER-COD-RESPUESTA           PIC  X(04).
          05 FER-DES-RESPUESTA           PIC  X(60).
          05 FER-FECHA-RESPUESTA         PIC  9(08).
          05 FER-VALOR-RESUMEN           PIC  X(28).

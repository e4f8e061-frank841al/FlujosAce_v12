      * 09/08/2026 JQ      ALTA. CARGA DEL FEED PERIODICO DE LA      *
      *                    BOLSA SOBRE EL MAESTRO DE NEMONICOS        *
      *                    (NEMOMAST), CON REPORTE DE EXCEPCIONES.   *
      * 14/09/2026 JQ      CORRECCION. EL ALTA DE NEMONICO NACE SIN  *
      *                    EMISOR (NM-COD-EMISOR EN BLANCO) HASTA    *
      *                    QUE SE LE VINCULE UNO POR CEMISMNT.       *
      * 05/10/2026 JQ      ALTA. EL FEED TRAE Y APLICA EL LOTE DE    *
      *                    NEGOCIACION, EL IMPORTE MINIMO Y EL       *
      *                    SEGMENTO DE LOTES IMPARES DEL VALOR       *
      *                    (NM-LOTE-NEGOCIACION / NM-MONTO-MINIMO /  *
      *                    NM-IND-LOTE-IMPAR) PARA LA GUARDA         *
      *                    TICKCHK.                                  *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LEE NEMOFEED SECUENCIAL, UN REGISTRO POR NEMONICO A DAR DE    *
              SET NM-NO-ELEGIBLE-AFP     TO TRUE
              MOVE 1 TO NM-FACTOR-VIGENTE
              SET NM-NO-INDEXADO-VAC TO TRUE
              MOVE SPACES TO NM-COD-EMISOR
              MOVE NF-LOTE-NEGOCIACION TO NM-LOTE-NEGOCIACION
              MOVE NF-MONTO-MINIMO     TO NM-MONTO-MINIMO
              MOVE NF-IND-LOTE-IMPAR   TO NM-IND-LOTE-IMPAR
              WRITE NM-REGISTRO-NEMONICO
                 INVALID KEY
                    MOVE 'NO SE PUDO REGISTRAR EL ALTA' TO NE-MOTIVO
              MOVE NF-TIPO-RENTA  TO NM-TIPO-RENTA
              MOVE NF-CODVALOR    TO NM-CODVALOR
              MOVE NF-VALREPOR    TO NM-VALREPOR
              MOVE NF-LOTE-NEGOCIACION TO NM-LOTE-NEGOCIACION
              MOVE NF-MONTO-MINIMO     TO NM-MONTO-MINIMO
              MOVE NF-IND-LOTE-IMPAR   TO NM-IND-LOTE-IMPAR
              REWRITE NM-REGISTRO-NEMONICO
                 INVALID KEY
                    MOVE 'NO SE PUDO ACTUALIZAR EL REGISTRO'

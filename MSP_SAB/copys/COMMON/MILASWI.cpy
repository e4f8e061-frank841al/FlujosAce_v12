      *--------------------------------------------------------------*
      * MENSAJES ISO 15022 RECIBIDOS DE LOS CORRESPONSALES MILA, YA  *
      * DESCOMPUESTOS POR LA INTERFAZ SWIFT EN UN REGISTRO POR       *
      * MENSAJE: CONFIRMACIONES DE LIQUIDACION MT544-547 Y ESTADOS   *
      * MT548. SI-REF-RELACIONADA ES EL :20C::RELA// QUE APUNTA A LA *
      * INSTRUCCION PROPIA (ST-REFERENCIA EN MILASET). LOS APLICA    *
      * RMILASWI.                                                    *
      * FORMATO : MILASWI                                             *
      *--------------------------------------------------------------*
       01 SI-REGISTRO-MENSAJE.
          05 SI-TIPO-MENSAJE             PIC  9(03).
             88 SI-CONFIRMACION                    VALUE 544 THRU 547.
             88 SI-ESTADO-INSTRUCCION              VALUE 548.
          05 SI-BIC-EMISOR               PIC  X(11).
          05 SI-REF-EMISOR               PIC  X(16).
          05 SI-REF-RELACIONADA          PIC  X(16).
          05 SI-FEC-LIQUIDACION          PIC  9(08).
          05 SI-CANTIDAD                 PIC S9(10)V9(04).
          05 SI-IMPORTE                  PIC S9(13)V9(02).
          05 SI-MONEDA                   PIC  X(03).
          05 SI-CALIFICADOR-ESTADO       PIC  X(04).
             88 SI-EST-PROCESO                     VALUE 'IPRC'.
             88 SI-EST-CASAMIENTO                  VALUE 'MTCH'.
             88 SI-EST-LIQUIDACION                 VALUE 'SETT'.
             88 SI-EST-CANCELACION                 VALUE 'CPRC'.
          05 SI-COD-ESTADO               PIC  X(04).
          05 SI-COD-MOTIVO               PIC  X(04).
          05 SI-TEXTO-MOTIVO             PIC  X(35).

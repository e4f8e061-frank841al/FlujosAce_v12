      *--------------------------------------------------------------*
      * SEGUIMIENTO DE LIQUIDACION DE LAS EJECUCIONES DE MERCADO     *
      * EXTRANJERO (MILA), UNO POR INSTRUCCION ISO 15022 ENVIADA AL  *
      * CORRESPONSAL. RMILAINS LO DA DE ALTA AL EMITIR EL MT540-543  *
      * Y RMILASWI LO ACTUALIZA CON LAS CONFIRMACIONES MT544-547 Y   *
      * LOS ESTADOS MT548 QUE REFERENCIAN LA INSTRUCCION (RELA =     *
      * ST-REFERENCIA).                                              *
      * CLAVE : ST-REFERENCIA                                         *
      * FORMATO : MILASET                                             *
      *--------------------------------------------------------------*
       01 ST-REGISTRO-LIQUIDACION.
          05 ST-REFERENCIA               PIC  X(16).
          05 ST-TIPO-MENSAJE             PIC  9(03).
             88 ST-RECIBE-LIBRE                    VALUE 540.
             88 ST-RECIBE-CONTRA-PAGO              VALUE 541.
             88 ST-ENTREGA-LIBRE                   VALUE 542.
             88 ST-ENTREGA-CONTRA-PAGO             VALUE 543.
          05 ST-CTAVALOR                 PIC  X(20).
          05 ST-ORDEN                    PIC  9(09).
          05 ST-NEMONICO                 PIC  X(10).
          05 ST-MERCADO                  PIC  X(02).
          05 ST-CORRESPONSAL             PIC  X(11).
          05 ST-CODIGO-LOCAL             PIC  X(12).
          05 ST-CANTIDAD                 PIC S9(10)V9(04).
          05 ST-PRECIO                   PIC S9(08)V9(04).
          05 ST-IMPORTE                  PIC S9(13)V9(02).
          05 ST-MONEDA                   PIC  X(03).
          05 ST-FEC-OPERACION            PIC  9(08).
          05 ST-FEC-LIQUIDACION          PIC  9(08).
          05 ST-ESTADO                   PIC  X(01).
             88 ST-INSTRUIDA                       VALUE 'I'.
             88 ST-CASADA                          VALUE 'C'.
             88 ST-LIQ-PARCIAL                     VALUE 'P'.
             88 ST-LIQUIDADA                       VALUE 'L'.
             88 ST-FALLIDA                         VALUE 'F'.
             88 ST-CANCELADA                       VALUE 'X'.
          05 ST-FEC-ESTADO               PIC  9(08).
          05 ST-ULTIMO-MENSAJE           PIC  9(03).
          05 ST-COD-ESTADO               PIC  X(04).
          05 ST-COD-MOTIVO               PIC  X(04).
          05 ST-TEXTO-MOTIVO             PIC  X(35).
          05 ST-CAN-LIQUIDADA            PIC S9(10)V9(04).
          05 ST-IMP-LIQUIDADO            PIC S9(13)V9(02).
          05 ST-FEC-LIQ-EFECTIVA         PIC  9(08).

      *--------------------------------------------------------------*
      * BITACORA DE RECUPERACION HACIA ADELANTE: IMAGEN DESPUES DE   *
      * CADA ACTUALIZACION EN LINEA DE ORDMAST, CARTMAST Y EFEMAST   *
      * POSTERIOR AL ULTIMO PAQUETE DE CIERRE (RCLOPACK), CON        *
      * SECUENCIA UNICA, FECHA Y HORA, PROGRAMA ORIGEN Y FECHA DEL   *
      * PAQUETE SOBRE EL QUE SE REAPLICA. LA GRABA FWDJRNW; RFWDRCV  *
      * RESTAURA EL PAQUETE Y LA REAPLICA HASTA EL PUNTO ELEGIDO;    *
      * RCLOPACK LA CIERRA Y ARCHIVA (FWDARCH) CON CADA PAQUETE. LA  *
      * IMAGEN EMPIEZA POR LA CLAVE DEL MAESTRO.                     *
      * FORMATO : FWDJRNL                                             *
      *--------------------------------------------------------------*
       01 FJ-REGISTRO-JOURNAL.
          05 FJ-SECUENCIA                PIC  9(09).
          05 FJ-FECHA-PAQUETE            PIC  9(08).
          05 FJ-FECHA                    PIC  9(08).
          05 FJ-HORA                     PIC  9(08).
          05 FJ-MAESTRO                  PIC  X(08).
             88 FJ-ES-ORDMAST                      VALUE 'ORDMAST '.
             88 FJ-ES-CARTMAST                     VALUE 'CARTMAST'.
             88 FJ-ES-EFEMAST                      VALUE 'EFEMAST '.
          05 FJ-PROGRAMA                 PIC  X(08).
          05 FJ-OPERACION                PIC  X(01).
             88 FJ-ES-ALTA                         VALUE 'A'.
             88 FJ-ES-MODIFICACION                 VALUE 'M'.
             88 FJ-ES-BAJA                         VALUE 'B'.
          05 FJ-IMAGEN-DESPUES           PIC  X(260).

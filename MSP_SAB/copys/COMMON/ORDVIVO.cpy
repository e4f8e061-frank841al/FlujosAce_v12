      *--------------------------------------------------------------*
      * LIBRO DE ORDENES VIVAS: CAMINO ALTERNATIVO A ORDMAST POR     *
      * NEMONICO, CON UNA ENTRADA POR ORDEN EN SITUACION DISTINTA DE *
      * 'EJECUTADA' Y 'CANCELADA' (MISMO CRITERIO DE ORDEN VIVA QUE  *
      * USAN LOS BARRIDOS) Y LA SITUACION COMO DATO. LO MANTIENE EN  *
      * LA MISMA UNIDAD DE TRABAJO TODO PROGRAMA QUE ESCRIBE         *
      * ORDMAST, VIA EL SERVICIO ORDVIVW; LOS BARRIDOS QUE LO        *
      * RECORREN Y ACTUALIZAN LA ORDEN (CORDVENC, CCORPACT,          *
      * RSESRLSE) MANTIENEN DIRECTAMENTE LA ENTRADA QUE ESTAN        *
      * LEYENDO. LOS BARRIDOS DE ORDENES (RSUSPORD, RMCANEXE,        *
      * CORDVENC, CCORPACT, RSESRLSE) LEEN ESTE LIBRO Y VAN A        *
      * ORDMAST POR CLAVE PRIMARIA, SIN RECORRER LAS ORDENES         *
      * CERRADAS. RORDVIV LO RECONSTRUYE Y RORDVIVC VERIFICA SU      *
      * CONSISTENCIA CONTRA ORDMAST.                                 *
      * CLAVE : OV-CLAVE (OV-NEMONICO + OV-CTAVALOR + OV-ORDEN)       *
      * FORMATO : ORDVIVO                                             *
      *--------------------------------------------------------------*
       01 OV-REGISTRO-VIVA.
          05 OV-CLAVE.
             10 OV-NEMONICO              PIC  X(10).
             10 OV-CTAVALOR              PIC  X(20).
             10 OV-ORDEN                 PIC  9(09).
          05 OV-SITUACION                PIC  X(10).
          05 OV-TIPO-ORDEN               PIC  X(01).
          05 OV-FECHA-ORDEN              PIC  9(08).
          05 OV-DIA-VIGENCIA             PIC S9(03).
          05 OV-ASESOR                   PIC  X(07).

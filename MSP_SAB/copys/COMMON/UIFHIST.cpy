      *--------------------------------------------------------------*
      * HISTORIA DE LO REPORTADO A LA UIF EN EL REGISTRO DE          *
      * OPERACIONES EN EFECTIVO (RUIFREG): UNA ENTRADA POR OPERACION *
      * DE SOLEFE ENVIADA, CON EL PERIODO, EL NUMERO DE ENVIO Y LOS  *
      * DATOS TAL COMO SE REPORTARON. SIRVE PARA ARMAR LA            *
      * RECTIFICATORIA DE UN PERIODO YA ENVIADO: LO QUE CAMBIO SE    *
      * REPORTA COMO MODIFICACION Y LO QUE YA NO CORRESPONDE COMO    *
      * ELIMINACION (UH-ESTADO 'E').                                 *
      * CLAVE : UH-CLAVE (UH-CTAVALOR + UH-SOLICITUD)                 *
      * FORMATO : UIFHIST                                             *
      *--------------------------------------------------------------*
       01 UH-REGISTRO-HISTORIA.
          05 UH-CLAVE.
             10 UH-CTAVALOR              PIC  X(20).
             10 UH-SOLICITUD             PIC  9(09).
          05 UH-PERIODO                  PIC  9(06).
          05 UH-NUM-ENVIO                PIC  9(03).
          05 UH-TIPO-OPERACION           PIC  X(01).
          05 UH-FEC-OPERACION            PIC  X(10).
          05 UH-MONEDA                   PIC  X(03).
          05 UH-IMPORTE                  PIC S9(12)V9(02).
          05 UH-TIPO-CAMBIO              PIC  9(08)V9(04).
          05 UH-IMPORTE-USD              PIC S9(12)V9(02).
          05 UH-IND-UMBRAL               PIC  X(01).
          05 UH-NUME-DOC                 PIC  X(20).
          05 UH-FEC-REPORTE              PIC  9(08).
          05 UH-ESTADO                   PIC  X(01).
             88 UH-REPORTADA                       VALUE 'R'.
             88 UH-ELIMINADA                       VALUE 'E'.
          05 FILLER                      PIC  X(20).

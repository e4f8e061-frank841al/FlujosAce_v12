      *                    POR CLIENTE Y TOTAL DEL PERIODO, PARA     *
      *                    CUADRAR CONTRA EL DEPOSITO EFECTIVO A     *
      *                    SUNAT.                                    *
      * 21/09/2026 JQ      ALTA. EL DETALLE INFORMA EL DOCUMENTO DEL *
      *                    TITULAR Y SU PARTICIPACION CUANDO LA      *
      *                    RETENCION DE UNA CUENTA MANCOMUNADA VIENE *
      *                    PRORRATEADA EN RETLEDG.                   *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RECORRE EL LIBRO DE RETENCIONES Y, PARA EL PERIODO EN CURSO, *
           05 WD-TASA                  PIC ZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-RETENIDO              PIC -(11)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-TIPO-DOC              PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-NUME-DOC              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-PARTICIPACION         PIC ZZ9.99.
           05 FILLER                   PIC X(28) VALUE SPACES.
       01  WS-LINEA-TOTAL.
           05 FILLER                   PIC X(30) VALUE
              'TOTAL A REMESAR A SUNAT     : '.
              MOVE RT-IMPORTE-BRUTO    TO WD-BRUTO
              MOVE RT-TASA-RETENCION   TO WD-TASA
              MOVE RT-IMPORTE-RETENIDO TO WD-RETENIDO
              MOVE RT-TIPO-DOC         TO WD-TIPO-DOC
              MOVE RT-NUME-DOC         TO WD-NUME-DOC
              MOVE RT-PORC-PARTICIPACION TO WD-PARTICIPACION
              WRITE RESUMEN-REC FROM WS-LINEA-DETALLE
              ADD RT-IMPORTE-BRUTO    TO WS-TOT-BRUTO
              ADD RT-IMPORTE-RETENIDO TO WS-TOT-RETENIDO

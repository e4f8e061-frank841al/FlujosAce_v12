      *--------------------------------------------------------------*
      * CALIFICACION MENSUAL DE RIESGO AML POR CUENTA-VALOR,         *
      * CALCULADA POR RAMLRAT. EL PUNTAJE SUMA CINCO FACTORES:       *
      * COINCIDENCIAS EN LISTAS/PEP (CASOS 'L' DE AMLALERT NO        *
      * DESCARTADOS, 50), RESIDENCIA FISCAL (TAXRES: JURISDICCION    *
      * DISTINTA DE PE 15, US PERSON O INDICIOS 10), PRODUCTOS (MILA *
      * 10, CAMBIO 5, MARGEN 10, OTC 10), EFECTIVO DEL MES EN SOLEFE *
      * SOBRE AML-EFE-MES (15) Y VOLUMEN NEGOCIADO DEL MES SOBRE     *
      * AML-VOL-MES (15). EL NIVEL ES ALTO DESDE AML-NIV-ALTO (50) Y *
      * MEDIO DESDE AML-NIV-MED (25). AR-NIVEL-ANTERIOR GUARDA EL    *
      * NIVEL DE LA CORRIDA PREVIA PARA EL REPORTE DE CAMBIOS. EL    *
      * NIVEL ALTO LO CONSULTA LA GUARDA AMLRCHK (DEBIDA DILIGENCIA  *
      * REFORZADA EN CKYCMNT Y CSOLEFE).                             *
      * CLAVE : AR-CTAVALOR                                           *
      * FORMATO : AMLRATE                                             *
      *--------------------------------------------------------------*
       01 AR-REGISTRO-CALIFICACION.
          05 AR-CTAVALOR                 PIC  X(20).
          05 AR-TIPO-DOC                 PIC  X(01).
          05 AR-NUME-DOC                 PIC  X(20).
          05 AR-PERIODO                  PIC  9(06).
          05 AR-PUNTAJE                  PIC  9(03).
          05 AR-PTS-LISTA                PIC  9(03).
          05 AR-PTS-RESIDENCIA           PIC  9(03).
          05 AR-PTS-PRODUCTO             PIC  9(03).
          05 AR-PTS-EFECTIVO             PIC  9(03).
          05 AR-PTS-VOLUMEN              PIC  9(03).
          05 AR-EFECTIVO-MES             PIC S9(14)V9(02).
          05 AR-VOLUMEN-MES              PIC S9(14)V9(02).
          05 AR-NIVEL                    PIC  X(01).
             88 AR-RIESGO-BAJO                     VALUE 'B'.
             88 AR-RIESGO-MEDIO                    VALUE 'M'.
             88 AR-RIESGO-ALTO                     VALUE 'A'.
          05 AR-NIVEL-ANTERIOR           PIC  X(01).
          05 AR-FEC-CALIFICACION         PIC  9(08).
          05 AR-FEC-CAMBIO-NIVEL         PIC  9(08).
          05 FILLER                      PIC  X(20).

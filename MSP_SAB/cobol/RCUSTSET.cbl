      *                    LA BITACORA DEL CICLO DE VIDA DE LA ORDEN *
      *                    (ORDTRCW/ORDTRACE), PARA EL REPORTE DE    *
      *                    LATENCIAS RORDLAT.                        *
      * 14/09/2026 JQ      ALTA. EL USUARIO DEL HITO VA EN BLANCO    *
      *                    (ETAPA BATCH).                            *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RECORRE ORDMAST COMPLETO EN ORDEN DE CLAVE. POR CADA ORDEN   *
           MOVE CS-CTAVALOR  TO OTW-CTAVALOR
           MOVE 'I'          TO OTW-ETAPA
           MOVE 'RCUSTSET'   TO OTW-PROGRAMA
           MOVE SPACES       TO OTW-USUARIO
           CALL 'ORDTRCW' USING OTW-PARAMETROS
           .
       2250-REGISTRAR-HITO-EXIT.

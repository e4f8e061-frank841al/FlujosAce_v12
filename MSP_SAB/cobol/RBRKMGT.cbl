      *                    ENVEJECE, EL NO REDETECTADO SE CIERRA     *
      *                    SOLO, Y EL REPORTE DIARIO MUESTRA LO      *
      *                    ABIERTO SOBRE EL UMBRAL DE DIAS.          *
      * 28/09/2026 JQ      CORRECCION. EL CIERRE AUTOMATICO DE LA    *
      *                    FASE 2 NO ALCANZA A LOS QUIEBRES          *
      *                    MENSUALES DE RTERREC, QUE ESA             *
      *                    CONCILIACION CIERRA AL RECORRER SU        *
      *                    PERIODO.                                  *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * FASE 1: POR CADA LINEA DE LOS TRES LISTADOS DE LA NOCHE ARMA *
      * ESTADO); EL QUE ESTABA CERRADO REABRE COMO NUEVO. FASE 2:    *
      * TODO QUIEBRE ABIERTO O EN RESOLUCION CUYA ULTIMA DETECCION   *
      * NO ES DE HOY SE CIERRA AUTOMATICAMENTE (LA CAUSA SE          *
      * CORRIGIO), SALVO LOS DE ORIGEN RTERREC, CONCILIACION MENSUAL *
      * QUE CIERRA LOS SUYOS. FASE 3: REPORTE DE ANTIGUEDAD CON LO   *
      * ABIERTO MAS ALLA DEL UMBRAL DE 3 DIAS.                       *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       5100-REVISAR-CIERRE.
           IF NOT BR-CERRADO
              AND BR-FECHA-ULTIMA < WS-FECHA-SISTEMA
              AND BR-ORIGEN NOT = 'RTERREC '
              MOVE 'C' TO BR-ESTADO
              REWRITE BR-REGISTRO-QUIEBRE
              ADD 1 TO WS-TOT-CERRADOS

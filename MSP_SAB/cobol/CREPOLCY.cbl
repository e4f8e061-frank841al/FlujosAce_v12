      *                    VERSION ANTERIOR ANTES DE RECALCULAR Y    *
      *                    LA HISTORIA SE ESCRIBE DESPUES DEL        *
      *                    REWRITE, COMO EN CORDSCLIM.               *
      * 05/10/2026 JQ      LA RENOVACION Y EL DESARME DEL REPO SE    *
      *                    REPLICAN EN EL LIBRO DE ORDENES VIVAS     *
      *                    (ORDVIVW).                                *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LA RENOVACION LOCALIZA LA PUNTA PLAZO (DEBE SER REPO PLAZO   *
                                       VALUE 0.
       COPY TEMCHKP.
       COPY EFEPOSTP.
       COPY ORDVIVWP.
       LINKAGE SECTION.
       COPY REPOLCYP.
       PROCEDURE DIVISION USING RLC-PARAMETROS.
                    MOVE 'RPO007' TO RLC-COD-ERROR-DEV
              END-REWRITE
              IF RLC-COD-RETORNO = '00'
                 MOVE 'A' TO OVW-FUNCION
                 CALL 'ORDVIVW' USING OVW-PARAMETROS OM-REGISTRO-ORDEN
                 PERFORM 5000-GRABAR-VERSION
              END-IF
           END-IF
                    MOVE 'RPO007' TO RLC-COD-ERROR-DEV
              END-REWRITE
              IF RLC-COD-RETORNO = '00'
                 MOVE 'A' TO OVW-FUNCION
                 CALL 'ORDVIVW' USING OVW-PARAMETROS OM-REGISTRO-ORDEN
                 PERFORM 5000-GRABAR-VERSION
                 PERFORM 4500-CONTABILIZAR-DESARME
              END-IF

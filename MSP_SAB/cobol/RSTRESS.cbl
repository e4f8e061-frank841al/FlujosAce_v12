      *                    RUNCTL Y SU FIN EN PARTREG; EL            *
      *                    CONSOLIDADOR RPARCONS CIERRA EL TRABAJO   *
      *                    LOGICO CUANDO TODAS TERMINAN LIMPIAS.     *
      * 14/09/2026 JQ      ALTA. SHOCK POR SECTOR ECONOMICO: EL      *
      *                    ESCENARIO TRAE HASTA CINCO SECTORES CON   *
      *                    SU SHOCK, QUE SE SUMA AL DE LA CLASE      *
      *                    CUANDO EL EMISOR DEL NEMONICO (EMISCHK    *
      *                    SOBRE EMISMAST) ES DE ESE SECTOR.         *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RSIMOPEREP SOLO SIMULA UNA ESTRATEGIA EN LINEA; ESTE BATCH   *
       77  WS-TOT-ESCENARIOS           PIC 9(02) COMP VALUE 0.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       77  WS-TOT-QUEBRADAS            PIC 9(05) COMP VALUE 0.
       77  WS-SDX                      PIC 9(02) COMP VALUE 0.
       01  WS-SHOCK-APLICADO           PIC S9(03)V9(02) COMP-3.
       01  WS-VALOR-BASE               PIC S9(14)V9(02) COMP-3.
       01  WS-DELTA                    PIC S9(14)V9(02) COMP-3.
           05 WS-EA-SHOCK-RV           PIC S9(03)V9(02) COMP-3.
           05 WS-EA-SHOCK-RF           PIC S9(03)V9(02) COMP-3.
           05 WS-EA-SHOCK-FX           PIC S9(03)V9(02) COMP-3.
           05 WS-EA-SHOCK-SECTOR OCCURS 5 TIMES.
              10 WS-EA-SECTOR          PIC  X(04).
              10 WS-EA-SHOCK-SEC       PIC S9(03)V9(02) COMP-3.
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC  X(12) VALUE 'ESCENARIO  '.
           05 WT-ESCENARIO             PIC  X(20).
           05 FILLER                   PIC  X(47) VALUE SPACES.
       COPY CUPNACRP.
       COPY HCUTCHKP.
       COPY EMISCHKP.
       01  WS-LINEA-RESUMEN.
           05 FILLER                   PIC  X(21) VALUE
              ' IMPACTO P&L CASA    '.
           MOVE SC-SHOCK-RV  TO WS-EA-SHOCK-RV
           MOVE SC-SHOCK-RF  TO WS-EA-SHOCK-RF
           MOVE SC-SHOCK-FX  TO WS-EA-SHOCK-FX
           PERFORM 2010-CARGAR-SHOCK-SECTOR
              VARYING WS-SDX FROM 1 BY 1
              UNTIL WS-SDX > 5
           MOVE WS-EA-NOMBRE TO WT-ESCENARIO
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           MOVE 0 TO WS-PL-CASA
           .
       2000-PROCESAR-ESCENARIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2010-CARGAR-SHOCK-SECTOR.
           MOVE SC-SECTOR(WS-SDX)    TO WS-EA-SECTOR(WS-SDX)
           MOVE SC-SHOCK-SEC(WS-SDX) TO WS-EA-SHOCK-SEC(WS-SDX)
           .
       2010-CARGAR-SHOCK-SECTOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-ESTRESAR-CARTERA.
           MOVE '00' TO WS-CM-STATUS
      *--------------------------------------------------------------*
       5100-SHOCK-DE-CLASE.
      *    NM-NEMONICO YA VIENE CARGADO POR EL LLAMADOR.              *
           MOVE NM-NEMONICO TO EMI-NEMONICO
           MOVE '00' TO WS-NM-STATUS
           READ NEMONICO-MAESTRO
              INVALID KEY MOVE '23' TO WS-NM-STATUS
           ELSE
              MOVE WS-EA-SHOCK-RV TO WS-SHOCK-APLICADO
           END-IF
           CALL 'EMISCHK' USING EMI-PARAMETROS
           IF EMI-EMISOR-ENCONTRADO
              AND EMI-SECTOR NOT = SPACES
              PERFORM 5110-SHOCK-DE-SECTOR
                 VARYING WS-SDX FROM 1 BY 1
                 UNTIL WS-SDX > 5
           END-IF
           .
       5100-SHOCK-DE-CLASE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5110-SHOCK-DE-SECTOR.
           IF WS-EA-SECTOR(WS-SDX) = EMI-SECTOR
              ADD WS-EA-SHOCK-SEC(WS-SDX) TO WS-SHOCK-APLICADO
           END-IF
           .
       5110-SHOCK-DE-SECTOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE ESCENARIO CARTERA COTIZACION-MAESTRO

      *                    CASA (GUARDA LIBCHK SOBRE CASACTA) SE     *
      *                    EXCLUYEN DE ESTE REPORTE DE CLIENTES; EL  *
      *                    LIBRO PROPIO SE VE EN RCASAPL.            *
      * 14/09/2026 JQ      CORRECCION. EL EMISOR DE CADA POSICION SE *
      *                    RESUELVE EN EL MAESTRO DE EMISORES        *
      *                    (EMISCHK SOBRE NEMOMAST/EMISMAST) EN      *
      *                    LUGAR DE LOS CUATRO PRIMEROS CARACTERES   *
      *                    DEL NEMONICO.                             *
      * 14/09/2026 JQ      ALTA. LOS LIMITES DE CONCENTRACION POR    *
      *                    PERFIL SE LEEN AL INICIO DEL MAESTRO DE   *
      *                    PARAMETROS PARMMAST (PARMCHK, CODIGOS     *
      *                    CONC-NEM-x / CONC-EMI-x); SIN VALOR       *
      *                    APROBADO RIGEN LOS DE SIEMPRE.            *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * PRIMER PASO: RECORRE CARTMAST COMPLETO Y ACUMULA POR CUENTA- *
      * VALOR EL VALOR TOTAL DE CARTERA Y EL VALOR POR NEMONICO Y    *
      * POR EMISOR (VINCULO NEMONICO-EMISOR DE EMISMAST, EMISCHK),   *
      * VALORIZANDO CM-SDOCON AL PRECIO VIGENTE DE QUOTEMST (SI NO   *
      * HAY COTIZACION SE USA CM-PREACT). SEGUNDO PASO: POR CADA     *
      * POSICION CALCULA SU PORCENTAJE DE LA CARTERA Y LO COMPARA    *
       01  WS-PCT-POSICION             PIC 9(03)V9(02) COMP-3.
       01  WS-LIMITE-NEMONICO          PIC 9(03)V9(02) COMP-3.
       01  WS-LIMITE-EMISOR            PIC 9(03)V9(02) COMP-3.
      *   LIMITES POR PERFIL (NEMONICO/EMISOR): CONSERVADOR, MODERADO
      *   Y AGRESIVO. LOS VALORES SON LOS POR DEFECTO; AL INICIO SE
      *   REEMPLAZAN POR LOS VIGENTES EN PARMMAST.
       01  WS-LIMITES-DEFECTO.
           05 FILLER                   PIC X(12) VALUE 'CONC-NEM-C'.
           05 FILLER                   PIC 9(03)V9(02) VALUE 10.
           05 FILLER                   PIC X(12) VALUE 'CONC-EMI-C'.
           05 FILLER                   PIC 9(03)V9(02) VALUE 20.
           05 FILLER                   PIC X(12) VALUE 'CONC-NEM-M'.
           05 FILLER                   PIC 9(03)V9(02) VALUE 25.
           05 FILLER                   PIC X(12) VALUE 'CONC-EMI-M'.
           05 FILLER                   PIC 9(03)V9(02) VALUE 40.
           05 FILLER                   PIC X(12) VALUE 'CONC-NEM-A'.
           05 FILLER                   PIC 9(03)V9(02) VALUE 50.
           05 FILLER                   PIC X(12) VALUE 'CONC-EMI-A'.
           05 FILLER                   PIC 9(03)V9(02) VALUE 60.
       01  WS-TABLA-LIMITES REDEFINES WS-LIMITES-DEFECTO.
           05 WS-LIMITE-ENTRY OCCURS 6 TIMES.
              10 WS-LM-COD-PARAMETRO   PIC  X(12).
              10 WS-LM-VALOR           PIC  9(03)V9(02).
       COPY PARMCHKP.
       01  WS-EMISOR                   PIC X(10).
       COPY CUPNACRP.
       COPY EMISCHKP.
       01  WS-TABLA-CUENTA.
           05 WS-CUENTA-ENTRY OCCURS 2000 TIMES.
              10 WS-TC-CTAVALOR        PIC  X(20).
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1050-CARGAR-LIMITE
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > 6
           OPEN INPUT  CARTERA COTIZACION-MAESTRO RIESGO-MAESTRO
           OPEN INPUT  EXCESO-ANTERIOR
           OPEN OUTPUT EXCESO-NUEVO REPORTE-EXCESO
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1050-CARGAR-LIMITE.
           MOVE WS-LM-COD-PARAMETRO(WS-IDX) TO PMC-COD-PARAMETRO
           MOVE WS-FECHA-SISTEMA            TO PMC-FECHA
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-LM-VALOR(WS-IDX)
           END-IF
           .
       1050-CARGAR-LIMITE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1100-CARGAR-ANTERIORES.
           READ EXCESO-ANTERIOR INTO CA-REGISTRO-EXCESO
           END-IF
           EVALUATE WS-TC-PERFIL(WS-POS-CUENTA)
              WHEN 'C'
                 MOVE WS-LM-VALOR(1) TO WS-LIMITE-NEMONICO
                 MOVE WS-LM-VALOR(2) TO WS-LIMITE-EMISOR
              WHEN 'M'
                 MOVE WS-LM-VALOR(3) TO WS-LIMITE-NEMONICO
                 MOVE WS-LM-VALOR(4) TO WS-LIMITE-EMISOR
              WHEN 'A'
                 MOVE WS-LM-VALOR(5) TO WS-LIMITE-NEMONICO
                 MOVE WS-LM-VALOR(6) TO WS-LIMITE-EMISOR
              WHEN OTHER
                 MOVE WS-LM-VALOR(1) TO WS-LIMITE-NEMONICO
                 MOVE WS-LM-VALOR(2) TO WS-LIMITE-EMISOR
           END-EVALUATE
           .
       4100-OBTENER-LIMITES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5200-ACUMULAR-EMISOR.
           MOVE CM-NEMONICO TO EMI-NEMONICO
           CALL 'EMISCHK' USING EMI-PARAMETROS
           MOVE EMI-COD-EMISOR TO WS-EMISOR
           MOVE 0 TO WS-POS-EMISOR
           PERFORM 5210-COMPARAR-EMISOR
              VARYING WS-EDX FROM 1 BY 1

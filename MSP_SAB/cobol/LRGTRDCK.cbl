      * FECHA      AUTOR   DESCRIPCION                                *
      * 09/08/2026 JQ      ALTA. VERIFICADOR DE OPERACIONES DE MONTO *
      *                    ALTO PARA ALERTA A CLIENTES INSTITUCIONALES*
      * 14/09/2026 JQ      ALTA. EL UMBRAL POR DEFECTO SE LEE EN LA  *
      *                    PRIMERA LLAMADA DEL MAESTRO DE PARAMETROS *
      *                    PARMMAST (PARMCHK, CODIGO LRGT-UMBRAL);   *
      *                    SIN VALOR APROBADO RIGE EL DE SIEMPRE.    *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * COMPARA EL MONTO DE UNA OPERACION CONTRA EL UMBRAL RECIBIDO. *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-UMBRAL-DEFECTO           PIC 9(12)V9(02) VALUE 500000.00.
       77  WS-SW-PARAMETRO             PIC X(01) VALUE 'N'.
           88 WS-PARAMETRO-CARGADO               VALUE 'S'.
       COPY PARMCHKP.
       LINKAGE SECTION.
       COPY LRGTRADE.
       PROCEDURE DIVISION USING LT-PARAMETROS.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE 'N' TO LT-IND-ALERTA
           IF NOT WS-PARAMETRO-CARGADO
              PERFORM 1050-CARGAR-PARAMETRO
           END-IF
           IF LT-UMBRAL = 0
              MOVE WS-UMBRAL-DEFECTO TO LT-UMBRAL
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL UMBRAL VIGENTE SE LEE UNA SOLA VEZ POR EJECUCION: EL      *
      * PROGRAMA QUEDA RESIDENTE ENTRE LLAMADAS Y CONSERVA EL VALOR. *
      *--------------------------------------------------------------*
       1050-CARGAR-PARAMETRO.
           MOVE 'LRGT-UMBRAL' TO PMC-COD-PARAMETRO
           MOVE 0             TO PMC-FECHA
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-UMBRAL-DEFECTO
           END-IF
           MOVE 'S' TO WS-SW-PARAMETRO
           .
       1050-CARGAR-PARAMETRO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-COMPARAR-UMBRAL.
           IF LT-MTO-OPERACION >= LT-UMBRAL

      *                    (QUOHLKUP SOBRE QUOTEHST), PROMEDIADO POR *
      *                    BROKER Y POR TRADER, CON PEORES CASOS Y   *
      *                    TOTALES POR NEMONICO.                     *
      * 05/10/2026 JQ      CORRECCION. CUANDO LA REFERENCIA ES UN    *
      *                    CIERRE ANTERIOR A LA FECHA DE LA          *
      *                    OPERACION, SE AJUSTA POR LOS EVENTOS      *
      *                    CORPORATIVOS OCURRIDOS ENTRE AMBAS        *
      *                    (QUOHAJUS), PARA NO MEDIR UN SPLIT COMO   *
      *                    DESVIO.                                   *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LEE EL LOTE DE OPERACIONES NEGOCIADAS (NEGBATCH). POR CADA   *
           05 WD-PEOR-NUMOPE           PIC  9(06).
           05 FILLER                   PIC  X(54) VALUE SPACES.
       COPY QUOHLKUP.
       COPY QUOHAJUS.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           MOVE ND-NEMONIC        TO QL-NEMONICO
           MOVE WS-FECHA-OPERACION TO QL-FECHA-CONSULTA
           CALL 'QUOHLKUP' USING QL-PARAMETROS
      *    SIN COTIZACION EL DIA DE LA OPERACION LA REFERENCIA ES UN  *
      *    CIERRE ANTERIOR: SI ENTRE AMBAS FECHAS HUBO UN SPLIT O     *
      *    DIVIDENDO EN ACCIONES, SE LLEVA A TITULOS DEL DIA.         *
           IF QL-COTIZACION-ENCONTRADA
              AND QL-FECHA-ENCONTRADA < WS-FECHA-OPERACION
              MOVE 'F'                 TO QA-FUNCION
              MOVE ND-NEMONIC          TO QA-NEMONICO
              MOVE QL-FECHA-ENCONTRADA TO QA-FECHA-DESDE
              MOVE 0                   TO QA-FECHA-HASTA
              MOVE WS-FECHA-OPERACION  TO QA-FECHA-BASE
              CALL 'QUOHAJUS' USING QA-PARAMETROS
              COMPUTE QL-PRECIO-VIGENTE ROUNDED =
                 QL-PRECIO-VIGENTE * QA-FACTOR-FECHA
           END-IF
           .
       2100-OBTENER-REFERENCIA-EXIT.
           EXIT.

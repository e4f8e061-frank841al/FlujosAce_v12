      *                    EDADES CONFIGURABLES, RECHAZO AUTOMATICO  *
      *                    AL CORTE DE DIAS HABILES Y REPORTE DE     *
      *                    ANTIGUEDAD DEL MAS VIEJO AL MAS NUEVO.    *
      * 14/09/2026 JQ      ALTA. LAS EDADES DE RECORDATORIO Y        *
      *                    RECHAZO SE LEEN AL INICIO DEL MAESTRO DE  *
      *                    PARAMETROS PARMMAST (PARMCHK, CODIGOS     *
      *                    COTC-RECORD1, COTC-RECORD2 Y              *
      *                    COTC-RECHAZO).                            *
      * 12/10/2026 JQ      EL RECORDATORIO SE MARCA CON EL TIPO      *
      *                    'OTC' (NOTIARG) EN LA TRAZA DE RVALUSU.   *
      *                    VA AL OPERADOR DE LA SAB, NO AL CLIENTE,  *
      *                    Y NO LE APLICAN LAS PREFERENCIAS DE       *
      *                    NOTIPREF.                                 *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RECORRE OTCMAST COMPLETO. POR CADA APAREAMIENTO PENDIENTE    *
       COPY DIAHABP.
       COPY Copy_of_VLMC500E.
       COPY VLMC500S.
       COPY PARMCHKP.
       COPY NOTIARG.
       01  WS-LINEA-REPORTE.
           05 WR-ORDEN-COMPRA          PIC  ZZZZZZZZ9.
           05 FILLER                   PIC  X(01) VALUE SPACE.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 1050-CARGAR-PARAMETROS
           OPEN I-O APAREAMIENTO
           OPEN OUTPUT REPORTE-ANTIGUEDAD
           READ APAREAMIENTO
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LAS EDADES DE RECORDATORIO Y DE RECHAZO VIGENTES SE LEEN DEL *
      * MAESTRO DE PARAMETROS PARMMAST; SIN VALOR APROBADO RIGEN LAS *
      * POR DEFECTO (3, 7 Y 15 DIAS HABILES).                        *
      *--------------------------------------------------------------*
       1050-CARGAR-PARAMETROS.
           MOVE 'COTC-RECORD1' TO PMC-COD-PARAMETRO
           MOVE WS-FECHA-SISTEMA TO PMC-FECHA
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-EDAD-RECORDATORIO-1
           END-IF
           MOVE 'COTC-RECORD2' TO PMC-COD-PARAMETRO
           MOVE WS-FECHA-SISTEMA TO PMC-FECHA
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-EDAD-RECORDATORIO-2
           END-IF
           MOVE 'COTC-RECHAZO' TO PMC-COD-PARAMETRO
           MOVE WS-FECHA-SISTEMA TO PMC-FECHA
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-EDAD-RECHAZO
           END-IF
           .
       1050-CARGAR-PARAMETROS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-PROCESAR-APAREAMIENTO.
           IF OM-ES-PENDIENTE
           END-STRING
           MOVE 'P'            TO E500-INDICADOR1
           MOVE OM-USU-INGRESO TO E500-CODIGO1
           MOVE SPACES         TO NA-ARGUMENTO-PREFERENCIA
           MOVE 'OTC'          TO NA-TIPO-NOTIF
           MOVE NA-ARGUMENTO-PREFERENCIA TO E500-ARG-BUSQUEDA
           MOVE 0 TO E500-IMPORTE1 E500-IMPORTE2
                     E500-IMPORTE3 E500-IMPORTE4
           MOVE 0 TO E500-NUMERO1 E500-NUMERO2

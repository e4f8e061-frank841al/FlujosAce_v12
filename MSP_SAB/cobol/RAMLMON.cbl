      *                    CASA (GUARDA LIBCHK SOBRE CASACTA) SE     *
      *                    EXCLUYEN DE ESTE REPORTE DE CLIENTES; EL  *
      *                    LIBRO PROPIO SE VE EN RCASAPL.            *
      * 14/09/2026 JQ      ALTA. LOS UMBRALES DE ESTRUCTURACION Y DE *
      *                    VOLUMEN SE LEEN AL INICIO DEL MAESTRO DE  *
      *                    PARAMETROS PARMMAST (PARMCHK, CODIGOS     *
      *                    AML-UMB-ESTR, AML-MIN-ESTR Y              *
      *                    AML-VOL-CONS).                            *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * ACUMULA POR CUENTA-VALOR LAS OPERACIONES DEL DIA DE ORDMAST  *
       COPY AMLALERT.
       WORKING-STORAGE SECTION.
       COPY LIBCHKP.
       COPY PARMCHKP.
       01  WS-OM-STATUS                PIC X(02) VALUE '00'.
           88 WS-OM-OK                           VALUE '00'.
           88 WS-OM-FIN                          VALUE '10'.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           PERFORM 1050-CARGAR-PARAMETROS
           OPEN INPUT  ORDEN-MAESTRO OPERACION-INST RIESGO-MAESTRO
           OPEN EXTEND REGISTRO-ALERTA
           MOVE LOW-VALUES TO OM-CLAVE
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LOS UMBRALES DE MONITOREO VIGENTES SE LEEN DEL MAESTRO DE    *
      * PARAMETROS PARMMAST; SIN VALOR APROBADO RIGEN LOS POR        *
      * DEFECTO (ESTRUCTURACION BAJO 350000 CON 3 OPERACIONES,       *
      * VOLUMEN CONSERVADOR 500000).                                 *
      *--------------------------------------------------------------*
       1050-CARGAR-PARAMETROS.
           MOVE 'AML-UMB-ESTR' TO PMC-COD-PARAMETRO
           MOVE WS-FECHA-SISTEMA TO PMC-FECHA
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-UMBRAL-MONTO-ALTO
           END-IF
           MOVE 'AML-MIN-ESTR' TO PMC-COD-PARAMETRO
           MOVE WS-FECHA-SISTEMA TO PMC-FECHA
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-MIN-ESTRUCTURACION
           END-IF
           MOVE 'AML-VOL-CONS' TO PMC-COD-PARAMETRO
           MOVE WS-FECHA-SISTEMA TO PMC-FECHA
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-UMBRAL-VOL-CONSERVADOR
           END-IF
           .
       1050-CARGAR-PARAMETROS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-ACUMULAR-ORDEN.
           MOVE OM-CTAVALOR TO LIB-CTA-VALOR

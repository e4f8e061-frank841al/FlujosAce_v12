       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RCOLATRB.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  05/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 05/10/2026 JQ      ALTA. COLA UNIFICADA DE TRABAJO DE        *
      *                    OPERACIONES (COLATRAB): LOS PENDIENTES DE *
      *                    APROBACION Y LAS EXCEPCIONES DE OCHO      *
      *                    MAESTROS SE REGISTRAN BAJO UNA CLAVE      *
      *                    ESTABLE CON EQUIPO, VENCIMIENTO Y         *
      *                    TRANSACCION QUE LOS RESUELVE; LO QUE YA   *
      *                    NO SE DETECTA SE CIERRA SOLO.             *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * MISMO ESQUEMA QUE RBRKMGT CON LOS QUIEBRES: FASE 1 RECORRE   *
      * CADA MAESTRO Y POR CADA PENDIENTE ARMA ORIGEN + REFERENCIA   *
      * Y LO REGISTRA (7000): LA TAREA NUEVA NACE PENDIENTE CON SU   *
      * FECHA DE ORIGEN; LA EXISTENTE REFRESCA DESCRIPCION,          *
      * VENCIMIENTO Y SELLO DE CORRIDA CONSERVANDO SU RESPONSABLE,   *
      * SALVO QUE HAYA CAMBIADO DE EQUIPO (VUELVE A PENDIENTE SIN    *
      * RESPONSABLE); LA CERRADA QUE REAPARECE SE REABRE. FASE 2     *
      * (5000): TODA TAREA ABIERTA CUYO SELLO NO ES EL DE ESTA       *
      * CORRIDA SE CIERRA, PORQUE SU PENDIENTE YA SE RESOLVIO. EL    *
      * SELLO ES FECHA + HORA, DE MODO QUE LA COLA PUEDE REFRESCARSE *
      * VARIAS VECES EN EL DIA. EL VENCIMIENTO ES LA FECHA DE ORIGEN *
      * MAS EL PLAZO EN DIAS HABILES DE CADA ORIGEN (DIAHABIL) A LA  *
      * HORA DE CORTE DEL EQUIPO; EL RECLAMO VENCE EN SU FECHA       *
      * LIMITE Y LA INSTRUCCION AL CUSTODIO EN SU FECHA DE VALOR.    *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APAREAMIENTO-OTC ASSIGN TO OTCMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-ORDEN-COMPRA
               FILE STATUS IS WS-OM-STATUS.
           SELECT PRECIO-RETENIDO ASSIGN TO QUOPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QP-NEMONICO
               FILE STATUS IS WS-QP-STATUS.
           SELECT SOLICITUD-EFECTIVO ASSIGN TO SOLEFE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SL-CLAVE
               FILE STATUS IS WS-SL-STATUS.
           SELECT REGISTRO-ALERTA ASSIGN TO AMLALERT
               ORGANIZATION IS SEQUENTIAL.
           SELECT AJUSTE-MAESTRO ASSIGN TO AJUSMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AJ-AJUSTE
               FILE STATUS IS WS-AJ-STATUS.
           SELECT PROPUESTA-MODELO ASSIGN TO MODLPROP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MP-CLAVE
               FILE STATUS IS WS-MP-STATUS.
           SELECT REGISTRO-INSTRUCCION ASSIGN TO CUSTINS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CI-CLAVE
               FILE STATUS IS WS-CI-STATUS.
           SELECT RECLAMO-MAESTRO ASSIGN TO RECLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RL-RECLAMO
               FILE STATUS IS WS-RL-STATUS.
           SELECT COLA-TRABAJO ASSIGN TO COLATRAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TQ-CLAVE
               FILE STATUS IS WS-TQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  APAREAMIENTO-OTC
           RECORDING MODE IS F.
       COPY OTCMAST.
       FD  PRECIO-RETENIDO
           RECORDING MODE IS F.
       COPY QUOPEND.
       FD  SOLICITUD-EFECTIVO
           RECORDING MODE IS F.
       COPY SOLEFE.
       FD  REGISTRO-ALERTA
           RECORDING MODE IS F.
       COPY AMLALERT.
       FD  AJUSTE-MAESTRO
           RECORDING MODE IS F.
       COPY AJUSMAST.
       FD  PROPUESTA-MODELO
           RECORDING MODE IS F.
       COPY MODLPROP.
       FD  REGISTRO-INSTRUCCION
           RECORDING MODE IS F.
       COPY CUSTINS.
       FD  RECLAMO-MAESTRO
           RECORDING MODE IS F.
       COPY RECLMAST.
       FD  COLA-TRABAJO
           RECORDING MODE IS F.
       COPY COLATRAB.
       WORKING-STORAGE SECTION.
       01  WS-OM-STATUS                PIC X(02) VALUE '00'.
           88 WS-OM-FIN                          VALUE '10'.
       01  WS-QP-STATUS                PIC X(02) VALUE '00'.
           88 WS-QP-FIN                          VALUE '10'.
       01  WS-SL-STATUS                PIC X(02) VALUE '00'.
           88 WS-SL-FIN                          VALUE '10'.
       77  WS-EOF-ALERTA               PIC X(01) VALUE 'N'.
           88 WS-FIN-ALERTA                      VALUE 'S'.
       01  WS-AJ-STATUS                PIC X(02) VALUE '00'.
           88 WS-AJ-FIN                          VALUE '10'.
       01  WS-MP-STATUS                PIC X(02) VALUE '00'.
           88 WS-MP-FIN                          VALUE '10'.
       01  WS-CI-STATUS                PIC X(02) VALUE '00'.
           88 WS-CI-FIN                          VALUE '10'.
       01  WS-RL-STATUS                PIC X(02) VALUE '00'.
           88 WS-RL-FIN                          VALUE '10'.
       01  WS-TQ-STATUS                PIC X(02) VALUE '00'.
           88 WS-TQ-OK                           VALUE '00'.
           88 WS-TQ-FIN                          VALUE '10'.
           88 WS-TQ-NO-ENCONTRADO                VALUE '23'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       77  WS-HORA-SISTEMA             PIC 9(08).
       01  WS-CORRIDA.
           05 WS-CORRIDA-FECHA         PIC 9(08).
           05 WS-CORRIDA-HORA          PIC 9(06).
       01  WS-CORRIDA-NUM REDEFINES WS-CORRIDA
                                       PIC 9(14).
       77  WS-TOT-DETECTADAS           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-NUEVAS               PIC 9(07) COMP VALUE 0.
       77  WS-TOT-REABIERTAS           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-CERRADAS             PIC 9(07) COMP VALUE 0.
      *--------------------------------------------------------------*
      * DATOS DE LA TAREA DETECTADA, QUE CADA ORIGEN LLENA ANTES DE  *
      * PERFORM 7000-REGISTRAR-TAREA.                                *
      *--------------------------------------------------------------*
       01  WS-TAREA-DETECTADA.
           05 WS-ORIGEN-TRABAJO        PIC X(08).
           05 WS-REFERENCIA-TRABAJO    PIC X(30).
           05 WS-EQUIPO-TRABAJO        PIC X(10).
           05 WS-TRANSACCION-TRABAJO   PIC X(08).
           05 WS-CTAVALOR-TRABAJO      PIC X(20).
           05 WS-DESCRIPCION-TRABAJO   PIC X(60).
           05 WS-USU-ORIGEN-TRABAJO    PIC X(07).
           05 WS-RESPONSABLE-TRABAJO   PIC X(07).
           05 WS-FECHA-ORIGEN-TRABAJO  PIC 9(08).
           05 WS-PLAZO-TRABAJO         PIC S9(05).
           05 WS-VENCE-TRABAJO         PIC 9(08).
           05 WS-HORA-TRABAJO          PIC 9(04).
       01  WS-REFERENCIA-NUMERICA      PIC 9(09).
       01  WS-CLAVE-ALERTA.
           05 WS-CA-FECHA              PIC 9(08).
           05 WS-CA-TIPO               PIC X(01).
           05 WS-CA-CTAVALOR           PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
       01  WS-FECHA-ALFA               PIC X(10).
       01  WS-FECHA-CONVERTIDA         PIC 9(08).
       01  WS-FECHA-CONV-ALFA REDEFINES WS-FECHA-CONVERTIDA.
           05 WS-FC-ANIO               PIC X(04).
           05 WS-FC-MES                PIC X(02).
           05 WS-FC-DIA                PIC X(02).
       01  WS-IMPORTE-EDITADO          PIC -(12)9.99.
       COPY DIAHABP.
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-REGISTRAR-OTC
              UNTIL WS-OM-FIN
           PERFORM 2100-REGISTRAR-PRECIO
              UNTIL WS-QP-FIN
           PERFORM 2200-REGISTRAR-SOLICITUD
              UNTIL WS-SL-FIN
           PERFORM 2300-REGISTRAR-ALERTA
              UNTIL WS-FIN-ALERTA
           PERFORM 2400-REGISTRAR-AJUSTE
              UNTIL WS-AJ-FIN
           PERFORM 2500-REGISTRAR-PROPUESTA
              UNTIL WS-MP-FIN
           PERFORM 2600-REGISTRAR-INSTRUCCION
              UNTIL WS-CI-FIN
           PERFORM 2700-REGISTRAR-RECLAMO
              UNTIL WS-RL-FIN
           PERFORM 5000-CERRAR-NO-DETECTADAS
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-FECHA-SISTEMA       TO WS-CORRIDA-FECHA
           MOVE WS-HORA-SISTEMA(1:6)   TO WS-CORRIDA-HORA
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RCOLATRB'   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-SISTEMA TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RCOLATRB - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT  APAREAMIENTO-OTC PRECIO-RETENIDO
                       SOLICITUD-EFECTIVO REGISTRO-ALERTA
                       AJUSTE-MAESTRO PROPUESTA-MODELO
                       REGISTRO-INSTRUCCION RECLAMO-MAESTRO
           OPEN I-O    COLA-TRABAJO
           READ APAREAMIENTO-OTC
              AT END MOVE '10' TO WS-OM-STATUS
           END-READ
           READ PRECIO-RETENIDO
              AT END MOVE '10' TO WS-QP-STATUS
           END-READ
           READ SOLICITUD-EFECTIVO
              AT END MOVE '10' TO WS-SL-STATUS
           END-READ
           READ REGISTRO-ALERTA
              AT END MOVE 'S' TO WS-EOF-ALERTA
           END-READ
           READ AJUSTE-MAESTRO
              AT END MOVE '10' TO WS-AJ-STATUS
           END-READ
           READ PROPUESTA-MODELO
              AT END MOVE '10' TO WS-MP-STATUS
           END-READ
           READ REGISTRO-INSTRUCCION
              AT END MOVE '10' TO WS-CI-STATUS
           END-READ
           READ RECLAMO-MAESTRO
              AT END MOVE '10' TO WS-RL-STATUS
           END-READ
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * APAREAMIENTO OTC SOBRE EL UMBRAL, ESPERANDO LA SEGUNDA FIRMA *
      * EN COTCAPRO. SE RESUELVE EN EL DIA.                          *
      *--------------------------------------------------------------*
       2000-REGISTRAR-OTC.
           IF OM-APROBACION-PENDIENTE
              AND NOT OM-ES-RECHAZADA
              MOVE 'COTCAPRO'           TO WS-ORIGEN-TRABAJO
              MOVE OM-ORDEN-COMPRA      TO WS-REFERENCIA-NUMERICA
              MOVE WS-REFERENCIA-NUMERICA TO WS-REFERENCIA-TRABAJO
              MOVE 'MESA-OTC'           TO WS-EQUIPO-TRABAJO
              MOVE 'COTCAPRO'           TO WS-TRANSACCION-TRABAJO
              MOVE SPACES               TO WS-CTAVALOR-TRABAJO
              MOVE OM-IMPORTE-NEGOCIADO TO WS-IMPORTE-EDITADO
              MOVE SPACES               TO WS-DESCRIPCION-TRABAJO
              STRING 'APROBACION OTC ' OM-NEMONICO ' IMPORTE '
                     WS-IMPORTE-EDITADO
                 DELIMITED BY SIZE INTO WS-DESCRIPCION-TRABAJO
              END-STRING
              MOVE OM-USU-INGRESO       TO WS-USU-ORIGEN-TRABAJO
              MOVE SPACES               TO WS-RESPONSABLE-TRABAJO
              MOVE OM-FECHA-REGISTRO    TO WS-FECHA-ALFA
              PERFORM 7200-CONVERTIR-FECHA
              MOVE 0                    TO WS-PLAZO-TRABAJO
              MOVE 0                    TO WS-VENCE-TRABAJO
              MOVE 1700                 TO WS-HORA-TRABAJO
              PERFORM 7000-REGISTRAR-TAREA
           END-IF
           READ APAREAMIENTO-OTC
              AT END MOVE '10' TO WS-OM-STATUS
           END-READ
           .
       2000-REGISTRAR-OTC-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * PRECIO RETENIDO POR EL FILTRO DE VARIACION, A LIBERAR O      *
      * RECHAZAR EN CQUOAPRO ANTES DE LA APERTURA.                   *
      *--------------------------------------------------------------*
       2100-REGISTRAR-PRECIO.
           IF QP-PENDIENTE
              MOVE 'CQUOAPRO'           TO WS-ORIGEN-TRABAJO
              MOVE QP-NEMONICO          TO WS-REFERENCIA-TRABAJO
              MOVE 'OPERACION'          TO WS-EQUIPO-TRABAJO
              MOVE 'CQUOAPRO'           TO WS-TRANSACCION-TRABAJO
              MOVE SPACES               TO WS-CTAVALOR-TRABAJO
              MOVE SPACES               TO WS-DESCRIPCION-TRABAJO
              STRING 'PRECIO RETENIDO ' QP-NEMONICO ' VARIACION '
                     QP-PCT-VARIACION
                 DELIMITED BY SIZE INTO WS-DESCRIPCION-TRABAJO
              END-STRING
              MOVE SPACES               TO WS-USU-ORIGEN-TRABAJO
              MOVE SPACES               TO WS-RESPONSABLE-TRABAJO
              MOVE QP-FECHA-RETENCION   TO WS-FECHA-ORIGEN-TRABAJO
              MOVE 0                    TO WS-PLAZO-TRABAJO
              MOVE 0                    TO WS-VENCE-TRABAJO
              MOVE 0930                 TO WS-HORA-TRABAJO
              PERFORM 7000-REGISTRAR-TAREA
           END-IF
           READ PRECIO-RETENIDO
              AT END MOVE '10' TO WS-QP-STATUS
           END-READ
           .
       2100-REGISTRAR-PRECIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * SOLICITUD DE EFECTIVO QUE ESPERA DECISION EN CSOLEFE. EL     *
      * EQUIPO DEPENDE DEL ESTADO: TESORERIA APRUEBA LA SOLICITADA,  *
      * EL SUPERVISOR LIBERA LA RETENIDA Y CUMPLIMIENTO LA QUE QUEDO *
      * PENDIENTE DE SU REVISION.                                    *
      *--------------------------------------------------------------*
       2200-REGISTRAR-SOLICITUD.
           IF SL-SOLICITADA
              OR SL-RETENIDA
              OR SL-PEND-CUMPLIMIENTO
              MOVE 'CSOLEFE '           TO WS-ORIGEN-TRABAJO
              MOVE SL-CLAVE             TO WS-REFERENCIA-TRABAJO
              EVALUATE TRUE
                 WHEN SL-SOLICITADA
                    MOVE 'TESORERIA'    TO WS-EQUIPO-TRABAJO
                 WHEN SL-RETENIDA
                    MOVE 'SUPERVISOR'   TO WS-EQUIPO-TRABAJO
                 WHEN OTHER
                    MOVE 'CUMPLIMIEN'   TO WS-EQUIPO-TRABAJO
              END-EVALUATE
              MOVE 'CSOLEFE '           TO WS-TRANSACCION-TRABAJO
              MOVE SL-CTAVALOR          TO WS-CTAVALOR-TRABAJO
              MOVE SL-IMPORTE           TO WS-IMPORTE-EDITADO
              MOVE SPACES               TO WS-DESCRIPCION-TRABAJO
              STRING 'SOLICITUD ' SL-TIPO ' ' SL-ESTADO ' '
                     SL-MONEDA WS-IMPORTE-EDITADO
                 DELIMITED BY SIZE INTO WS-DESCRIPCION-TRABAJO
              END-STRING
              MOVE SL-USU-SOLICITUD     TO WS-USU-ORIGEN-TRABAJO
              MOVE SPACES               TO WS-RESPONSABLE-TRABAJO
              MOVE SL-FEC-SOLICITUD     TO WS-FECHA-ALFA
              PERFORM 7200-CONVERTIR-FECHA
              MOVE 1                    TO WS-PLAZO-TRABAJO
              MOVE 0                    TO WS-VENCE-TRABAJO
              MOVE 1200                 TO WS-HORA-TRABAJO
              PERFORM 7000-REGISTRAR-TAREA
           END-IF
           READ SOLICITUD-EFECTIVO
              AT END MOVE '10' TO WS-SL-STATUS
           END-READ
           .
       2200-REGISTRAR-SOLICITUD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * ALERTA AML NUEVA O EN REVISION. EL ARCHIVO NO TIENE CLAVE:   *
      * LA REFERENCIA ES FECHA + TIPO DE CASO + CUENTA, QUE ES UNICA *
      * POR CORRIDA DE RAMLMON/RAMLSCR. EL OFICIAL DE CUMPLIMIENTO   *
      * LA DESCARTA O REPORTA A LA UIF SOBRE EL MISMO REGISTRO.      *
      *--------------------------------------------------------------*
       2300-REGISTRAR-ALERTA.
           IF AA-NUEVA
              OR AA-EN-REVISION
              MOVE 'AMLALERT'           TO WS-ORIGEN-TRABAJO
              MOVE AA-FECHA-ALERTA      TO WS-CA-FECHA
              MOVE AA-TIPO-CASO         TO WS-CA-TIPO
              MOVE AA-CTAVALOR          TO WS-CA-CTAVALOR
              MOVE WS-CLAVE-ALERTA      TO WS-REFERENCIA-TRABAJO
              MOVE 'CUMPLIMIEN'         TO WS-EQUIPO-TRABAJO
              MOVE 'AMLALERT'           TO WS-TRANSACCION-TRABAJO
              MOVE AA-CTAVALOR          TO WS-CTAVALOR-TRABAJO
              MOVE AA-DETALLE           TO WS-DESCRIPCION-TRABAJO
              MOVE SPACES               TO WS-USU-ORIGEN-TRABAJO
              MOVE SPACES               TO WS-RESPONSABLE-TRABAJO
              MOVE AA-FECHA-ALERTA      TO WS-FECHA-ORIGEN-TRABAJO
              MOVE 5                    TO WS-PLAZO-TRABAJO
              MOVE 0                    TO WS-VENCE-TRABAJO
              MOVE 1800                 TO WS-HORA-TRABAJO
              PERFORM 7000-REGISTRAR-TAREA
           END-IF
           READ REGISTRO-ALERTA
              AT END MOVE 'S' TO WS-EOF-ALERTA
           END-READ
           .
       2300-REGISTRAR-ALERTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * AJUSTE MANUAL INGRESADO EN CAJUMNT QUE ESPERA LA SEGUNDA     *
      * FIRMA. SE APRUEBA EN EL DIA.                                 *
      *--------------------------------------------------------------*
       2400-REGISTRAR-AJUSTE.
           IF AJ-PENDIENTE
              MOVE 'CAJUMNT '           TO WS-ORIGEN-TRABAJO
              MOVE AJ-AJUSTE            TO WS-REFERENCIA-TRABAJO
              MOVE 'CONTROL'            TO WS-EQUIPO-TRABAJO
              MOVE 'CAJUMNT '           TO WS-TRANSACCION-TRABAJO
              MOVE AJ-CTAVALOR          TO WS-CTAVALOR-TRABAJO
              MOVE SPACES               TO WS-DESCRIPCION-TRABAJO
              STRING 'AJUSTE ' AJ-CAMPO ' ' AJ-DESCRIPCION
                 DELIMITED BY SIZE INTO WS-DESCRIPCION-TRABAJO
              END-STRING
              MOVE AJ-USU-INGRESO       TO WS-USU-ORIGEN-TRABAJO
              MOVE SPACES               TO WS-RESPONSABLE-TRABAJO
              MOVE AJ-FEC-INGRESO       TO WS-FECHA-ORIGEN-TRABAJO
              MOVE 0                    TO WS-PLAZO-TRABAJO
              MOVE 0                    TO WS-VENCE-TRABAJO
              MOVE 1800                 TO WS-HORA-TRABAJO
              PERFORM 7000-REGISTRAR-TAREA
           END-IF
           READ AJUSTE-MAESTRO
              AT END MOVE '10' TO WS-AJ-STATUS
           END-READ
           .
       2400-REGISTRAR-AJUSTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * PROPUESTA DE REBALANCEO DE CARTERA MODELO QUE EL ASESOR DEBE *
      * LIBERAR (CMODLREL) O DESCARTAR.                              *
      *--------------------------------------------------------------*
       2500-REGISTRAR-PROPUESTA.
           IF MP-PROPUESTA
              MOVE 'CMODLREL'           TO WS-ORIGEN-TRABAJO
              MOVE MP-CLAVE             TO WS-REFERENCIA-TRABAJO
              MOVE 'ASESORIA'           TO WS-EQUIPO-TRABAJO
              MOVE 'CMODLREL'           TO WS-TRANSACCION-TRABAJO
              MOVE MP-CTAVALOR          TO WS-CTAVALOR-TRABAJO
              MOVE SPACES               TO WS-DESCRIPCION-TRABAJO
              STRING 'REBALANCEO ' MP-SENTIDO ' ' MP-NEMONICO
                     ' DERIVA ' MP-PCT-DERIVA
                 DELIMITED BY SIZE INTO WS-DESCRIPCION-TRABAJO
              END-STRING
              MOVE SPACES               TO WS-USU-ORIGEN-TRABAJO
              MOVE SPACES               TO WS-RESPONSABLE-TRABAJO
              MOVE MP-FEC-PROPUESTA     TO WS-FECHA-ORIGEN-TRABAJO
              MOVE 1                    TO WS-PLAZO-TRABAJO
              MOVE 0                    TO WS-VENCE-TRABAJO
              MOVE 1800                 TO WS-HORA-TRABAJO
              PERFORM 7000-REGISTRAR-TAREA
           END-IF
           READ PROPUESTA-MODELO
              AT END MOVE '10' TO WS-MP-STATUS
           END-READ
           .
       2500-REGISTRAR-PROPUESTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * INSTRUCCION RECHAZADA POR EL CUSTODIO. RCUSTACK LA REGENERA  *
      * Y LA DEVUELVE A INSTRUIDA CONSERVANDO EL MOTIVO, DE MODO QUE *
      * SIGUE PENDIENTE MIENTRAS TENGA MOTIVO DE RECHAZO Y NO HAYA   *
      * LIQUIDADO. VENCE EN SU FECHA DE VALOR.                       *
      *--------------------------------------------------------------*
       2600-REGISTRAR-INSTRUCCION.
           IF NOT CI-LIQUIDADA
              AND (CI-RECHAZADA OR CI-MOTIVO-RECHAZO NOT = SPACES)
              MOVE 'RCUSTACK'           TO WS-ORIGEN-TRABAJO
              MOVE CI-CLAVE             TO WS-REFERENCIA-TRABAJO
              MOVE 'LIQUIDACIO'         TO WS-EQUIPO-TRABAJO
              MOVE 'RCUSTACK'           TO WS-TRANSACCION-TRABAJO
              MOVE CI-CTAVALOR          TO WS-CTAVALOR-TRABAJO
              MOVE SPACES               TO WS-DESCRIPCION-TRABAJO
              STRING 'RECHAZO CUSTODIO ' CI-NEMONICO ' '
                     CI-MOTIVO-RECHAZO
                 DELIMITED BY SIZE INTO WS-DESCRIPCION-TRABAJO
              END-STRING
              MOVE SPACES               TO WS-USU-ORIGEN-TRABAJO
              MOVE SPACES               TO WS-RESPONSABLE-TRABAJO
              MOVE CI-FECHA-ESTADO      TO WS-FECHA-ORIGEN-TRABAJO
              MOVE 0                    TO WS-PLAZO-TRABAJO
              MOVE CI-FECHA-VALOR       TO WS-VENCE-TRABAJO
              MOVE 1500                 TO WS-HORA-TRABAJO
              PERFORM 7000-REGISTRAR-TAREA
           END-IF
           READ REGISTRO-INSTRUCCION
              AT END MOVE '10' TO WS-CI-STATUS
           END-READ
           .
       2600-REGISTRAR-INSTRUCCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * RECLAMO NO RESUELTO CUYA FECHA LIMITE YA PASO. ENTRA A LA    *
      * COLA YA ASIGNADO AL RESPONSABLE DEL RECLAMO.                 *
      *--------------------------------------------------------------*
       2700-REGISTRAR-RECLAMO.
           IF NOT RL-RESUELTO
              AND RL-FEC-LIMITE < WS-FECHA-SISTEMA
              MOVE 'CRECLMNT'           TO WS-ORIGEN-TRABAJO
              MOVE RL-RECLAMO           TO WS-REFERENCIA-TRABAJO
              MOVE 'SERVICIO'           TO WS-EQUIPO-TRABAJO
              MOVE 'CRECLMNT'           TO WS-TRANSACCION-TRABAJO
              MOVE RL-CTAVALOR          TO WS-CTAVALOR-TRABAJO
              MOVE RL-DESCRIPCION       TO WS-DESCRIPCION-TRABAJO
              MOVE SPACES               TO WS-USU-ORIGEN-TRABAJO
              MOVE RL-USU-RESPONSABLE   TO WS-RESPONSABLE-TRABAJO
              MOVE RL-FEC-RECEPCION     TO WS-FECHA-ORIGEN-TRABAJO
              MOVE 0                    TO WS-PLAZO-TRABAJO
              MOVE RL-FEC-LIMITE        TO WS-VENCE-TRABAJO
              MOVE 1800                 TO WS-HORA-TRABAJO
              PERFORM 7000-REGISTRAR-TAREA
           END-IF
           READ RECLAMO-MAESTRO
              AT END MOVE '10' TO WS-RL-STATUS
           END-READ
           .
       2700-REGISTRAR-RECLAMO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5000-CERRAR-NO-DETECTADAS.
           MOVE '00' TO WS-TQ-STATUS
           MOVE LOW-VALUES TO TQ-CLAVE
           START COLA-TRABAJO KEY IS NOT LESS THAN TQ-CLAVE
              INVALID KEY MOVE '10' TO WS-TQ-STATUS
           END-START
           IF NOT WS-TQ-FIN
              READ COLA-TRABAJO NEXT RECORD
                 AT END MOVE '10' TO WS-TQ-STATUS
              END-READ
           END-IF
           PERFORM 5100-REVISAR-CIERRE
              UNTIL WS-TQ-FIN
           .
       5000-CERRAR-NO-DETECTADAS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5100-REVISAR-CIERRE.
      *    EL RESPONSABLE SE CONSERVA COMO RASTRO DE QUIEN LA TUVO.  *
           IF NOT TQ-CERRADA
              AND TQ-CORRIDA-ULTIMA NOT = WS-CORRIDA-NUM
              MOVE 'C'              TO TQ-ESTADO
              MOVE WS-FECHA-SISTEMA TO TQ-FECHA-CIERRE
              REWRITE TQ-REGISTRO-TAREA
              ADD 1 TO WS-TOT-CERRADAS
           END-IF
           READ COLA-TRABAJO NEXT RECORD
              AT END MOVE '10' TO WS-TQ-STATUS
           END-READ
           .
       5100-REVISAR-CIERRE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7000-REGISTRAR-TAREA.
           ADD 1 TO WS-TOT-DETECTADAS
           IF WS-VENCE-TRABAJO = 0
              PERFORM 7100-CALCULAR-VENCIMIENTO
           END-IF
           MOVE '00' TO WS-TQ-STATUS
           MOVE WS-ORIGEN-TRABAJO     TO TQ-ORIGEN
           MOVE WS-REFERENCIA-TRABAJO TO TQ-REFERENCIA
           READ COLA-TRABAJO
              INVALID KEY MOVE '23' TO WS-TQ-STATUS
           END-READ
           EVALUATE TRUE
              WHEN WS-TQ-NO-ENCONTRADO
                 MOVE WS-ORIGEN-TRABAJO     TO TQ-ORIGEN
                 MOVE WS-REFERENCIA-TRABAJO TO TQ-REFERENCIA
                 PERFORM 7300-ARMAR-TAREA-NUEVA
                 WRITE TQ-REGISTRO-TAREA
                 ADD 1 TO WS-TOT-NUEVAS
              WHEN TQ-CERRADA
                 PERFORM 7300-ARMAR-TAREA-NUEVA
                 REWRITE TQ-REGISTRO-TAREA
                 ADD 1 TO WS-TOT-REABIERTAS
              WHEN OTHER
                 IF TQ-EQUIPO NOT = WS-EQUIPO-TRABAJO
                    MOVE WS-EQUIPO-TRABAJO TO TQ-EQUIPO
                    PERFORM 7400-ASIGNAR-INICIAL
                 END-IF
                 PERFORM 7500-REFRESCAR-DATOS
                 REWRITE TQ-REGISTRO-TAREA
           END-EVALUATE
           .
       7000-REGISTRAR-TAREA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7100-CALCULAR-VENCIMIENTO.
           MOVE WS-FECHA-ORIGEN-TRABAJO TO WS-VENCE-TRABAJO
           IF WS-PLAZO-TRABAJO > 0
              MOVE 'A'                     TO DH-FUNCION
              MOVE WS-FECHA-ORIGEN-TRABAJO TO DH-FECHA-BASE
              MOVE WS-PLAZO-TRABAJO        TO DH-DIAS-PEDIDOS
              CALL 'DIAHABIL' USING DH-PARAMETROS
              IF DH-RESULTADO-OK
                 MOVE DH-FECHA-RESULTADO TO WS-VENCE-TRABAJO
              END-IF
           END-IF
           .
       7100-CALCULAR-VENCIMIENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * FECHA 'AAAA-MM-DD' DE LOS MAESTROS EN LINEA A AAAAMMDD; SI   *
      * NO VIENE INFORMADA SE TOMA LA DEL SISTEMA.                   *
      *--------------------------------------------------------------*
       7200-CONVERTIR-FECHA.
           MOVE WS-FECHA-ALFA(1:4) TO WS-FC-ANIO
           MOVE WS-FECHA-ALFA(6:2) TO WS-FC-MES
           MOVE WS-FECHA-ALFA(9:2) TO WS-FC-DIA
           IF WS-FECHA-CONV-ALFA IS NUMERIC
              MOVE WS-FECHA-CONVERTIDA TO WS-FECHA-ORIGEN-TRABAJO
           ELSE
              MOVE WS-FECHA-SISTEMA    TO WS-FECHA-ORIGEN-TRABAJO
           END-IF
           .
       7200-CONVERTIR-FECHA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7300-ARMAR-TAREA-NUEVA.
           MOVE WS-EQUIPO-TRABAJO       TO TQ-EQUIPO
           MOVE WS-FECHA-SISTEMA        TO TQ-FECHA-PRIMERA
           MOVE 0                       TO TQ-FECHA-CIERRE
           PERFORM 7400-ASIGNAR-INICIAL
           PERFORM 7500-REFRESCAR-DATOS
           .
       7300-ARMAR-TAREA-NUEVA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA TAREA NACE PENDIENTE SIN RESPONSABLE, SALVO QUE EL ORIGEN *
      * YA TRAIGA UNO (RECLAMO CON RESPONSABLE DESIGNADO).           *
      *--------------------------------------------------------------*
       7400-ASIGNAR-INICIAL.
           IF WS-RESPONSABLE-TRABAJO = SPACES
              MOVE SPACES                 TO TQ-RESPONSABLE
              MOVE 0                      TO TQ-FEC-ASIGNACION
              MOVE SPACES                 TO TQ-USU-ASIGNA
              MOVE 'P'                    TO TQ-ESTADO
           ELSE
              MOVE WS-RESPONSABLE-TRABAJO TO TQ-RESPONSABLE
              MOVE WS-FECHA-SISTEMA       TO TQ-FEC-ASIGNACION
              MOVE 'RCOLATR'              TO TQ-USU-ASIGNA
              MOVE 'A'                    TO TQ-ESTADO
           END-IF
           .
       7400-ASIGNAR-INICIAL-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7500-REFRESCAR-DATOS.
           MOVE WS-TRANSACCION-TRABAJO  TO TQ-TRANSACCION
           MOVE WS-CTAVALOR-TRABAJO     TO TQ-CTAVALOR
           MOVE WS-DESCRIPCION-TRABAJO  TO TQ-DESCRIPCION
           MOVE WS-USU-ORIGEN-TRABAJO   TO TQ-USU-ORIGEN
           MOVE WS-FECHA-ORIGEN-TRABAJO TO TQ-FECHA-ORIGEN
           MOVE WS-VENCE-TRABAJO        TO TQ-FECHA-VENCE
           MOVE WS-HORA-TRABAJO         TO TQ-HORA-VENCE
           MOVE WS-CORRIDA-NUM          TO TQ-CORRIDA-ULTIMA
           .
       7500-REFRESCAR-DATOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE APAREAMIENTO-OTC PRECIO-RETENIDO SOLICITUD-EFECTIVO
                 REGISTRO-ALERTA AJUSTE-MAESTRO PROPUESTA-MODELO
                 REGISTRO-INSTRUCCION RECLAMO-MAESTRO COLA-TRABAJO
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RCOLATRB'   TO BC-PROGRAMA
           MOVE WS-FECHA-SISTEMA TO BC-FECHA-PROCESO
           MOVE WS-TOT-DETECTADAS TO BC-REGISTROS
           MOVE 0            TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RCOLATRB - TAREAS DETECTADAS  : ' WS-TOT-DETECTADAS
           DISPLAY 'RCOLATRB - TAREAS NUEVAS      : ' WS-TOT-NUEVAS
           DISPLAY 'RCOLATRB - TAREAS REABIERTAS  : ' WS-TOT-REABIERTAS
           DISPLAY 'RCOLATRB - CERRADAS AUTOMATICO: ' WS-TOT-CERRADAS
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

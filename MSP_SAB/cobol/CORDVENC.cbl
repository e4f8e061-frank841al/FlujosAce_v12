      *                    CUENTAN EN DIAS HABILES VIA EL SERVICIO    *
      *                    DIAHABIL (CALENDARIO FERIADOS); ANTES CADA *
      *                    FERIADO BVL VENCIA ORDENES DE MAS.         *
      * 05/10/2026 JQ      EL BARRIDO RECORRE EL LIBRO DE ORDENES     *
      *                    VIVAS (ORDVIVO) Y LEE DE ORDMAST SOLO LA   *
      *                    ORDEN VENCIDA; LA ORDEN CANCELADA SALE     *
      *                    DEL LIBRO.                                 *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RECORRE EL LIBRO DE ORDENES VIVAS (ORDVIVO), QUE SOLO GUARDA  *
      * LAS ORDENES CON SITUACION DISTINTA DE 'EJECUTADA' Y DE        *
      * 'CANCELADA'. POR CADA ENTRADA CON FECHA DE ORDEN Y DIAS DE    *
      * VIGENCIA INFORMADOS, CALCULA LOS DIAS TRANSCURRIDOS DESDE LA  *
      * FECHA DE LA ORDEN CONTRA LA FECHA DEL SISTEMA; SI YA SUPERAN  *
      * LOS DIAS DE VIGENCIA PACTADOS                                 *
      * (E507-DIA-VIGENCIA/E508-DIA-VIGENCIA AL INGRESAR LA ORDEN),   *
      * LEE LA ORDEN DE ORDMAST POR SU CLAVE Y LA CANCELA             *
      * AUTOMATICAMENTE, DEJANDO LA VERSION ANTERIOR EN ORDHIST CON   *
      * EL MISMO CRITERIO DE AUDITORIA QUE USA CORDSCLIM PARA UNA     *
      * CANCELACION MANUAL, Y BORRA LA ENTRADA DEL LIBRO. LAS         *
      * ORDENES SIN FECHA O SIN DIAS DE VIGENCIA INFORMADOS           *
      * (INGRESADAS ANTES DE CONTAR CON ESTOS CAMPOS) NO SE TOCAN.    *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-CLAVE
               FILE STATUS IS WS-OM-STATUS.
           SELECT LIBRO-ORDENES-VIVAS ASSIGN TO ORDVIVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OV-CLAVE
               FILE STATUS IS WS-OV-STATUS.
           SELECT ORDEN-HISTORICO ASSIGN TO ORDHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OH-STATUS.
       FD  ORDEN-MAESTRO
           RECORDING MODE IS F.
       COPY ORDMAST.
       FD  LIBRO-ORDENES-VIVAS
           RECORDING MODE IS F.
       COPY ORDVIVO.
       FD  ORDEN-HISTORICO
           RECORDING MODE IS F.
       COPY ORDHIST.
       01  WS-OM-STATUS                PIC X(02) VALUE '00'.
           88 WS-OM-OK                           VALUE '00'.
           88 WS-OM-FIN                          VALUE '10'.
       01  WS-OV-STATUS                PIC X(02) VALUE '00'.
           88 WS-OV-OK                           VALUE '00'.
           88 WS-OV-FIN                          VALUE '10'.
       01  WS-OH-STATUS                PIC X(02) VALUE '00'.
           88 WS-OH-OK                           VALUE '00'.
       01  WS-FECHA-SISTEMA            PIC 9(08).
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESAR-ORDEN
              UNTIL WS-OV-FIN
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           OPEN I-O ORDEN-MAESTRO
           OPEN I-O LIBRO-ORDENES-VIVAS
           MOVE LOW-VALUES TO OV-CLAVE
           START LIBRO-ORDENES-VIVAS KEY IS NOT LESS THAN OV-CLAVE
              INVALID KEY MOVE '10' TO WS-OV-STATUS
           END-START
           IF WS-OV-OK
              READ LIBRO-ORDENES-VIVAS NEXT RECORD
                 AT END MOVE '10' TO WS-OV-STATUS
              END-READ
           END-IF
           .
      *--------------------------------------------------------------*
       2000-PROCESAR-ORDEN.
           ADD 1 TO WS-TOT-LEIDAS
           IF OV-FECHA-ORDEN NOT = 0
              AND OV-DIA-VIGENCIA > 0
              PERFORM 2100-VERIFICAR-VIGENCIA
                 THRU 2100-VERIFICAR-VIGENCIA-EXIT
           END-IF
           READ LIBRO-ORDENES-VIVAS NEXT RECORD
              AT END MOVE '10' TO WS-OV-STATUS
           END-READ
           .
       2000-PROCESAR-ORDEN-EXIT.
      *--------------------------------------------------------------*
       2100-VERIFICAR-VIGENCIA.
           MOVE 'E'              TO DH-FUNCION
           MOVE OV-FECHA-ORDEN   TO DH-FECHA-BASE
           MOVE WS-FECHA-SISTEMA TO DH-FECHA-HASTA
           CALL 'DIAHABIL' USING DH-PARAMETROS
           MOVE DH-DIAS-RESULTADO TO WS-DIAS-TRANSCURRIDOS
           IF WS-DIAS-TRANSCURRIDOS NOT > OV-DIA-VIGENCIA
              GO TO 2100-VERIFICAR-VIGENCIA-EXIT
           END-IF
           MOVE OV-CTAVALOR TO OM-CTAVALOR
           MOVE OV-ORDEN    TO OM-ORDEN
           READ ORDEN-MAESTRO
              INVALID KEY MOVE '23' TO WS-OM-STATUS
              NOT INVALID KEY MOVE '00' TO WS-OM-STATUS
           END-READ
           IF NOT WS-OM-OK
              DISPLAY 'CORDVENC - ORDEN DEL LIBRO SIN MAESTRO: '
                      OV-CTAVALOR ' ' OV-ORDEN
              GO TO 2100-VERIFICAR-VIGENCIA-EXIT
           END-IF
           IF OM-SITUACION NOT = 'EJECUTADA'
              AND OM-SITUACION NOT = 'CANCELADA'
              PERFORM 2200-GRABAR-HISTORICO
              PERFORM 2300-VENCER-ORDEN
           END-IF
           MOVE SPACES           TO OM-HOR-MODIF
           MOVE 'CORDVENC'       TO OM-USU-MODIF
           REWRITE OM-REGISTRO-ORDEN
           DELETE LIBRO-ORDENES-VIVAS
           ADD 1 TO WS-TOT-VENCIDAS
           .
       2300-VENCER-ORDEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE ORDEN-MAESTRO LIBRO-ORDENES-VIVAS
           DISPLAY 'CORDVENC - ORDENES LEIDAS  : ' WS-TOT-LEIDAS
           DISPLAY 'CORDVENC - ORDENES VENCIDAS: ' WS-TOT-VENCIDAS
           .

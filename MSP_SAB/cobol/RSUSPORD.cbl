      *                    VALORES RECIEN SUSPENDIDOS O DESLISTADOS  *
      *                    (NEGSTAT VIA SUSPCHK), LISTADAS PARA QUE  *
      *                    LA MESA DECIDA CANCELAR O RETENER.        *
      * 05/10/2026 JQ      EL BARRIDO RECORRE EL LIBRO DE ORDENES    *
      *                    VIVAS (ORDVIVO) EN LUGAR DE ORDMAST       *
      *                    COMPLETO; SUSPCHK SE CONSULTA UNA VEZ POR *
      *                    NEMONICO.                                 *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RECORRE EL LIBRO DE ORDENES VIVAS (ORDVIVO), QUE SOLO GUARDA *
      * LAS ORDENES CON SITUACION DISTINTA DE EJECUTADA Y CANCELADA, *
      * ORDENADO POR NEMONICO; AL CAMBIO DE NEMONICO CONSULTA SU     *
      * ESTADO DE NEGOCIACION Y LISTA EN SUSPORDL CADA ORDEN QUE     *
      * QUEDO SOBRE UN VALOR SUSPENDIDO O DESLISTADO, CON LA FECHA   *
      * DEL AVISO DE LA BOLSA.                                       *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIBRO-ORDENES-VIVAS ASSIGN TO ORDVIVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OV-CLAVE
               FILE STATUS IS WS-OV-STATUS.
           SELECT LISTADO-SUSPENDIDAS ASSIGN TO SUSPORDL
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LIBRO-ORDENES-VIVAS
           RECORDING MODE IS F.
       COPY ORDVIVO.
       FD  LISTADO-SUSPENDIDAS
           RECORDING MODE IS F.
       01  LISTADO-REC                 PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-OV-STATUS                PIC X(02) VALUE '00'.
           88 WS-OV-OK                           VALUE '00'.
           88 WS-OV-FIN                          VALUE '10'.
       01  WS-NEMONICO-ANTERIOR        PIC X(10) VALUE LOW-VALUES.
       77  WS-TOT-VIVAS                PIC 9(07) COMP VALUE 0.
       77  WS-TOT-LISTADAS             PIC 9(05) COMP VALUE 0.
       COPY SUSPCHKP.
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-REVISAR-ORDEN
              UNTIL WS-OV-FIN
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           OPEN INPUT  LIBRO-ORDENES-VIVAS
           OPEN OUTPUT LISTADO-SUSPENDIDAS
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
           EXIT.
      *--------------------------------------------------------------*
       2000-REVISAR-ORDEN.
           ADD 1 TO WS-TOT-VIVAS
           IF OV-NEMONICO NOT = WS-NEMONICO-ANTERIOR
              MOVE OV-NEMONICO TO SUS-NEMONICO
              CALL 'SUSPCHK' USING SUS-PARAMETROS
              MOVE OV-NEMONICO TO WS-NEMONICO-ANTERIOR
           END-IF
           IF SUS-VALOR-SUSPENDIDO OR SUS-VALOR-DESLISTADO
              ADD 1 TO WS-TOT-LISTADAS
              MOVE OV-CTAVALOR      TO WL-CTAVALOR
              MOVE OV-ORDEN         TO WL-ORDEN
              MOVE OV-NEMONICO      TO WL-NEMONICO
              MOVE SUS-IND-RESULTADO TO WL-ESTADO
              MOVE SUS-FECHA-DESDE  TO WL-FECHA-DESDE
              WRITE LISTADO-REC FROM WS-LINEA-LISTADO
           END-IF
           READ LIBRO-ORDENES-VIVAS NEXT RECORD
              AT END MOVE '10' TO WS-OV-STATUS
           END-READ
           .
       2000-REVISAR-ORDEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE LIBRO-ORDENES-VIVAS LISTADO-SUSPENDIDAS
           DISPLAY 'RSUSPORD - ORDENES VIVAS    : ' WS-TOT-VIVAS
           DISPLAY 'RSUSPORD - SOBRE SUSPENDIDOS: ' WS-TOT-LISTADAS
           .

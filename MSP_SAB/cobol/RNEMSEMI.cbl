       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RNEMSEMI.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  14/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 14/09/2026 JQ      ALTA. REPORTE DE NEMONICOS SIN EMISOR     *
      *                    ASIGNADO, PARA LA CARGA INICIAL DEL       *
      *                    VINCULO NEMONICO-EMISOR.                  *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RECORRE NEMOMAST COMPLETO Y LISTA CADA NEMONICO CUYO         *
      * NM-COD-EMISOR ESTA EN BLANCO O APUNTA A UN CODIGO QUE NO     *
      * EXISTE EN EMISMAST. MIENTRAS ESTEN EN ESTE REPORTE, LOS      *
      * BARRIDOS DE RIESGO LOS TRATAN COMO SU PROPIO EMISOR          *
      * (EMISCHK). SE CORRE UNA VEZ PARA LA CARGA INICIAL Y PUEDE    *
      * REPETIRSE A DEMANDA HASTA QUE EL REPORTE SALGA VACIO.        *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEMONICO-MAESTRO ASSIGN TO NEMOMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-NEMONICO
               FILE STATUS IS WS-NM-STATUS.
           SELECT EMISOR-MAESTRO ASSIGN TO EMISMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-COD-EMISOR
               FILE STATUS IS WS-EM-STATUS.
           SELECT REPORTE-SIN-EMISOR ASSIGN TO NEMSERPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  NEMONICO-MAESTRO
           RECORDING MODE IS F.
       COPY NEMOMAST.
       FD  EMISOR-MAESTRO
           RECORDING MODE IS F.
       COPY EMISMAST.
       FD  REPORTE-SIN-EMISOR
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-NM-STATUS                PIC X(02) VALUE '00'.
           88 WS-NM-OK                           VALUE '00'.
           88 WS-NM-FIN                          VALUE '10'.
       01  WS-EM-STATUS                PIC X(02) VALUE '00'.
           88 WS-EM-OK                           VALUE '00'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       77  WS-TOT-NEMONICOS            PIC 9(07) COMP VALUE 0.
       77  WS-TOT-SIN-EMISOR           PIC 9(07) COMP VALUE 0.
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC  X(40) VALUE
              'NEMONICOS SIN EMISOR ASIGNADO AL        '.
           05 WT-FECHA                 PIC  9(08).
           05 FILLER                   PIC  X(84) VALUE SPACES.
       01  WS-LINEA-REPORTE.
           05 WR-NEMONICO              PIC  X(10).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WR-TIPO-RENTA            PIC  X(01).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WR-CODVALOR              PIC  X(12).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WR-COD-EMISOR            PIC  X(10).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WR-MOTIVO                PIC  X(30).
           05 FILLER                   PIC  X(65) VALUE SPACES.
       01  WS-LINEA-TOTAL.
           05 FILLER                   PIC  X(28) VALUE
              'TOTAL NEMONICOS SIN EMISOR: '.
           05 WR-TOTAL                 PIC  ZZZ,ZZ9.
           05 FILLER                   PIC  X(97) VALUE SPACES.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-REVISAR-NEMONICO
              UNTIL WS-NM-FIN
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           OPEN INPUT  NEMONICO-MAESTRO EMISOR-MAESTRO
           OPEN OUTPUT REPORTE-SIN-EMISOR
           MOVE WS-FECHA-SISTEMA TO WT-FECHA
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           MOVE LOW-VALUES TO NM-NEMONICO
           START NEMONICO-MAESTRO KEY IS NOT LESS THAN NM-NEMONICO
              INVALID KEY MOVE '10' TO WS-NM-STATUS
           END-START
           IF WS-NM-OK
              READ NEMONICO-MAESTRO NEXT RECORD
                 AT END MOVE '10' TO WS-NM-STATUS
              END-READ
           END-IF
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-REVISAR-NEMONICO.
           ADD 1 TO WS-TOT-NEMONICOS
           MOVE SPACES TO WR-MOTIVO
           IF NM-COD-EMISOR = SPACES
              MOVE 'SIN EMISOR ASIGNADO' TO WR-MOTIVO
           ELSE
              MOVE '00' TO WS-EM-STATUS
              MOVE NM-COD-EMISOR TO EM-COD-EMISOR
              READ EMISOR-MAESTRO
                 INVALID KEY MOVE '23' TO WS-EM-STATUS
              END-READ
              IF NOT WS-EM-OK
                 MOVE 'EMISOR NO EXISTE EN EMISMAST' TO WR-MOTIVO
              END-IF
           END-IF
           IF WR-MOTIVO NOT = SPACES
              ADD 1 TO WS-TOT-SIN-EMISOR
              MOVE NM-NEMONICO   TO WR-NEMONICO
              MOVE NM-TIPO-RENTA TO WR-TIPO-RENTA
              MOVE NM-CODVALOR   TO WR-CODVALOR
              MOVE NM-COD-EMISOR TO WR-COD-EMISOR
              WRITE REPORTE-REC FROM WS-LINEA-REPORTE
           END-IF
           READ NEMONICO-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-NM-STATUS
           END-READ
           .
       2000-REVISAR-NEMONICO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           MOVE WS-TOT-SIN-EMISOR TO WR-TOTAL
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           CLOSE NEMONICO-MAESTRO EMISOR-MAESTRO REPORTE-SIN-EMISOR
           DISPLAY 'RNEMSEMI - NEMONICOS LEIDOS   : ' WS-TOT-NEMONICOS
           DISPLAY 'RNEMSEMI - SIN EMISOR ASIGNADO: '
                   WS-TOT-SIN-EMISOR
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

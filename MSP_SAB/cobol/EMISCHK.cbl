       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EMISCHK.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  14/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 14/09/2026 JQ      ALTA. RESOLUTOR DEL EMISOR DE UN NEMONICO *
      *                    (NEMOMAST + EMISMAST) PARA LOS BARRIDOS   *
      *                    DE CONCENTRACION, ESTRES, LIMITES AFP Y   *
      *                    CONCILIACION DE PAGOS DEL EMISOR.         *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LEE EL VINCULO NM-COD-EMISOR DEL NEMONICO EN NEMOMAST Y      *
      * DEVUELVE RUC, RAZON SOCIAL, SECTOR Y PAIS DEL EMISOR EN      *
      * EMISMAST. SIN VINCULO, O CON UN CODIGO QUE NO EXISTE EN EL   *
      * MAESTRO, SE DEVUELVE EMI-SIN-EMISOR CON EL PROPIO NEMONICO   *
      * COMO CODIGO DE AGRUPACION: EL VALOR QUEDA COMO SU PROPIO     *
      * EMISOR HASTA QUE SE LE ASIGNE UNO (REPORTE RNEMSEMI).        *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEMONICO-MAESTRO ASSIGN TO NEMOMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NM-NEMONICO
               FILE STATUS IS WS-NM-STATUS.
           SELECT EMISOR-MAESTRO ASSIGN TO EMISMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-COD-EMISOR
               FILE STATUS IS WS-EM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NEMONICO-MAESTRO
           RECORDING MODE IS F.
       COPY NEMOMAST.
       FD  EMISOR-MAESTRO
           RECORDING MODE IS F.
       COPY EMISMAST.
       WORKING-STORAGE SECTION.
       01  WS-NM-STATUS                PIC X(02) VALUE '00'.
           88 WS-NM-OK                           VALUE '00'.
       01  WS-EM-STATUS                PIC X(02) VALUE '00'.
           88 WS-EM-OK                           VALUE '00'.
       LINKAGE SECTION.
       COPY EMISCHKP.
       PROCEDURE DIVISION USING EMI-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'N'          TO EMI-IND-RESULTADO
           MOVE EMI-NEMONICO TO EMI-COD-EMISOR
           MOVE SPACES       TO EMI-RUC EMI-RAZON-SOCIAL
                                EMI-SECTOR EMI-PAIS
           MOVE '00' TO WS-NM-STATUS WS-EM-STATUS
           MOVE EMI-NEMONICO TO NM-NEMONICO
           OPEN INPUT NEMONICO-MAESTRO
           READ NEMONICO-MAESTRO
              INVALID KEY MOVE '23' TO WS-NM-STATUS
           END-READ
           CLOSE NEMONICO-MAESTRO
           IF WS-NM-OK
              AND NM-COD-EMISOR NOT = SPACES
              MOVE NM-COD-EMISOR TO EM-COD-EMISOR
              OPEN INPUT EMISOR-MAESTRO
              READ EMISOR-MAESTRO
                 INVALID KEY MOVE '23' TO WS-EM-STATUS
              END-READ
              CLOSE EMISOR-MAESTRO
              IF WS-EM-OK
                 MOVE EM-COD-EMISOR   TO EMI-COD-EMISOR
                 MOVE EM-RUC          TO EMI-RUC
                 MOVE EM-RAZON-SOCIAL TO EMI-RAZON-SOCIAL
                 MOVE EM-SECTOR       TO EMI-SECTOR
                 MOVE EM-PAIS         TO EMI-PAIS
                 MOVE 'S' TO EMI-IND-RESULTADO
              END-IF
           END-IF
           GOBACK.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    NOTPCHK.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  12/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 12/10/2026 JQ      ALTA. CONSULTA DE PREFERENCIAS DE         *
      *                    COMUNICACION DEL CLIENTE (NOTIPREF) PARA  *
      *                    RVALUSU Y LOS DESPACHADORES QUE ARMAN EL  *
      *                    TEXTO SEGUN EL IDIOMA.                    *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LEE NOTIPREF POR EL DOCUMENTO DEL CLIENTE Y DEVUELVE SU      *
      * CANAL, TELEFONO SMS E IDIOMA PREFERIDOS, Y SI ESTA SUSCRITO  *
      * AL TIPO DE NOTIFICACION CONSULTADO (NO FIGURA ENTRE SUS      *
      * EXCLUSIONES). EL CLIENTE SIN REGISTRO QUEDA CON LOS VALORES  *
      * POR DEFECTO: CORREO, ESPANOL Y SUSCRITO A TODO. LA DECISION  *
      * SOBRE LOS TIPOS REGULATORIOS LA TOMA EL LLAMADOR (NOTIARG).  *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREFERENCIA-CLIENTE ASSIGN TO NOTIPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NP-CLAVE
               FILE STATUS IS WS-NP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PREFERENCIA-CLIENTE
           RECORDING MODE IS F.
       COPY NOTIPREF.
       WORKING-STORAGE SECTION.
       01  WS-NP-STATUS                PIC X(02) VALUE '00'.
           88 WS-NP-OK                           VALUE '00'.
           88 WS-NP-NO-ENCONTRADO                VALUE '23'.
       77  WS-IDX                      PIC 9(02) COMP VALUE 0.
       LINKAGE SECTION.
       COPY NOTPCHKP.
       PROCEDURE DIVISION USING NPC-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'N'    TO NPC-IND-REGISTRADO
           MOVE 'E'    TO NPC-CANAL
           MOVE SPACES TO NPC-TELEFONO-SMS
           MOVE 'ES'   TO NPC-IDIOMA
           MOVE 'S'    TO NPC-IND-SUSCRITO
           MOVE '00'   TO WS-NP-STATUS
           OPEN INPUT PREFERENCIA-CLIENTE
           MOVE NPC-TIPO-DOC TO NP-TIPO-DOC
           MOVE NPC-NUME-DOC TO NP-NUME-DOC
           READ PREFERENCIA-CLIENTE
              INVALID KEY MOVE '23' TO WS-NP-STATUS
           END-READ
           IF WS-NP-OK
              MOVE 'S'             TO NPC-IND-REGISTRADO
              MOVE NP-CANAL        TO NPC-CANAL
              MOVE NP-TELEFONO-SMS TO NPC-TELEFONO-SMS
              MOVE NP-IDIOMA       TO NPC-IDIOMA
              PERFORM 1000-BUSCAR-EXCLUSION
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > NP-NRO-EXCLUSIONES
                    OR NPC-NO-SUSCRITO
           END-IF
           CLOSE PREFERENCIA-CLIENTE
           GOBACK.
      *--------------------------------------------------------------*
       1000-BUSCAR-EXCLUSION.
           IF NP-TIPO-EXCLUIDO(WS-IDX) = NPC-TIPO-NOTIF
              MOVE 'N' TO NPC-IND-SUSCRITO
           END-IF
           .
       1000-BUSCAR-EXCLUSION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

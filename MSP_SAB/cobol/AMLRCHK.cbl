       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AMLRCHK.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  21/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 21/09/2026 JQ      ALTA. GUARDA DE NIVEL DE RIESGO AML: LEE  *
      *                    LA CALIFICACION VIGENTE DE LA CUENTA EN   *
      *                    AMLRATE (RAMLRAT). SIN CALIFICACION SE    *
      *                    DEVUELVE RIESGO BAJO.                     *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALIFICACION-AML ASSIGN TO AMLRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-CTAVALOR
               FILE STATUS IS WS-AR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALIFICACION-AML
           RECORDING MODE IS F.
       COPY AMLRATE.
       WORKING-STORAGE SECTION.
       01  WS-AR-STATUS                PIC X(02) VALUE '00'.
           88 WS-AR-OK                           VALUE '00'.
           88 WS-AR-NO-ENCONTRADO                VALUE '23'.
       LINKAGE SECTION.
       COPY AMLRCHKP.
       PROCEDURE DIVISION USING ARC-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'B' TO ARC-NIVEL
           MOVE 0   TO ARC-PUNTAJE
           MOVE 0   TO ARC-FEC-CALIFICACION
           MOVE '00' TO WS-AR-STATUS
           OPEN INPUT CALIFICACION-AML
           MOVE ARC-CTA-VALOR TO AR-CTAVALOR
           READ CALIFICACION-AML
              INVALID KEY MOVE '23' TO WS-AR-STATUS
           END-READ
           IF WS-AR-OK
              MOVE AR-NIVEL            TO ARC-NIVEL
              MOVE AR-PUNTAJE          TO ARC-PUNTAJE
              MOVE AR-FEC-CALIFICACION TO ARC-FEC-CALIFICACION
           END-IF
           CLOSE CALIFICACION-AML
           GOBACK.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

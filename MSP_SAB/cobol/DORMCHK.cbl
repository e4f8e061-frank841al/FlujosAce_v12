       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DORMCHK.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  12/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 12/10/2026 JQ      ALTA. GUARDA DE CUENTA INACTIVA: CONSULTA *
      *                    CTADORM Y DEVUELVE SI LA CUENTA ESTA      *
      *                    DORMIDA (SIN REACTIVAR) PARA EL RETIRO DE *
      *                    EFECTIVO Y EL CAMBIO DE CONTACTO.         *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTA-DORMIDA ASSIGN TO CTADORM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-CTAVALOR
               FILE STATUS IS WS-DM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUENTA-DORMIDA
           RECORDING MODE IS F.
       COPY CTADORM.
       WORKING-STORAGE SECTION.
       01  WS-DM-STATUS                PIC X(02) VALUE '00'.
           88 WS-DM-OK                           VALUE '00'.
           88 WS-DM-NO-ENCONTRADO                VALUE '23'.
       LINKAGE SECTION.
       COPY DORMCHKP.
       PROCEDURE DIVISION USING DMC-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'N'    TO DMC-IND-DORMIDA
           MOVE 0      TO DMC-FEC-DORMANCIA
           MOVE '00'   TO WS-DM-STATUS
           OPEN INPUT CUENTA-DORMIDA
           MOVE DMC-CTA-VALOR TO DM-CTAVALOR
           READ CUENTA-DORMIDA
              INVALID KEY MOVE '23' TO WS-DM-STATUS
           END-READ
           IF WS-DM-OK AND DM-DORMIDA
              MOVE 'S'              TO DMC-IND-DORMIDA
              MOVE DM-FEC-DORMANCIA TO DMC-FEC-DORMANCIA
           END-IF
           CLOSE CUENTA-DORMIDA
           GOBACK.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

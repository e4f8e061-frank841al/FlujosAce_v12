       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONVCHK.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  21/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 21/09/2026 JQ      ALTA. GUARDA DE CONVENIOS MARCO DE        *
      *                    PRODUCTO (CONVFIRM): LA CUENTA DEBE TENER *
      *                    FIRMADOS EL CONTRATO DEL PRODUCTO EN SU   *
      *                    VERSION VIGENTE Y LA DECLARACION DE       *
      *                    RIESGOS. MISMO CONTRATO QUE LAS DEMAS     *
      *                    GUARDAS.                                  *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LA VERSION VIGENTE DEL CONTRATO DE CADA PRODUCTO ES LA       *
      * PUBLICADA EN PARMMAST BAJO CONV-VER-XXX (XXX = CODIGO DEL    *
      * PRODUCTO) A LA FECHA PEDIDA; SIN PUBLICACION SE EXIGE LA     *
      * VERSION 1. UNA FIRMA DE VERSION ANTERIOR DEJA DE SERVIR      *
      * DESDE LA FECHA EN QUE RIGE LA NUEVA.                         *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVENIO-FIRMADO ASSIGN TO CONVFIRM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CF-CLAVE
               FILE STATUS IS WS-CF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONVENIO-FIRMADO
           RECORDING MODE IS F.
       COPY CONVFIRM.
       WORKING-STORAGE SECTION.
       01  WS-CF-STATUS                PIC X(02) VALUE '00'.
           88 WS-CF-OK                           VALUE '00'.
           88 WS-CF-NO-ENCONTRADO                VALUE '23'.
       01  WS-COD-VERSION.
           05 FILLER                   PIC X(09) VALUE 'CONV-VER-'.
           05 WS-COD-VER-PRODUCTO      PIC X(03).
       COPY PARMCHKP.
       LINKAGE SECTION.
       COPY CONVCHKP.
       PROCEDURE DIVISION USING CFK-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'X'  TO CFK-IND-RESULTADO
           MOVE 0    TO CFK-VERSION-FIRMADA
           MOVE '00' TO WS-CF-STATUS
           PERFORM 1000-VERSION-VIGENTE
           OPEN INPUT CONVENIO-FIRMADO
           MOVE CFK-CTA-VALOR TO CF-CTAVALOR
           MOVE CFK-PRODUCTO  TO CF-PRODUCTO
           READ CONVENIO-FIRMADO
              INVALID KEY MOVE '23' TO WS-CF-STATUS
           END-READ
           CLOSE CONVENIO-FIRMADO
           IF WS-CF-OK
              PERFORM 2000-EVALUAR-CONVENIO
           END-IF
           GOBACK.
      *--------------------------------------------------------------*
       1000-VERSION-VIGENTE.
           MOVE 1                 TO CFK-VERSION-VIGENTE
           MOVE CFK-PRODUCTO      TO WS-COD-VER-PRODUCTO
           MOVE WS-COD-VERSION    TO PMC-COD-PARAMETRO
           MOVE CFK-FECHA         TO PMC-FECHA
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO CFK-VERSION-VIGENTE
           END-IF
           .
       1000-VERSION-VIGENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-EVALUAR-CONVENIO.
           MOVE CF-VERSION TO CFK-VERSION-FIRMADA
           EVALUATE TRUE
              WHEN NOT CF-VIGENTE
                 MOVE 'R' TO CFK-IND-RESULTADO
              WHEN NOT CF-DECLARACION-FIRMADA
                 MOVE 'D' TO CFK-IND-RESULTADO
              WHEN CF-VERSION < CFK-VERSION-VIGENTE
                 MOVE 'V' TO CFK-IND-RESULTADO
              WHEN OTHER
                 MOVE 'S' TO CFK-IND-RESULTADO
           END-EVALUATE
           .
       2000-EVALUAR-CONVENIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COTICHK.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  21/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                               *
      * 21/09/2026 JQ      ALTA. GUARDA DE COTITULARIDAD (COTITUL):  *
      *                    DEVUELVE LOS TITULARES VIGENTES DE LA     *
      *                    CUENTA CON SU PARTICIPACION Y REGLA DE    *
      *                    FIRMA, Y BAJO REGLA CONJUNTA VALIDA QUE   *
      *                    FIRMEN TODOS. MISMO CONTRATO QUE LAS      *
      *                    DEMAS GUARDAS.                            *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LOS TITULARES SE DEVUELVEN EN ORDEN DE CLAVE (DOCUMENTO),    *
      * HASTA 10. LA CUENTA SIN TITULARES VIGENTES ES INDIVIDUAL     *
      * ('X') Y LOS LLAMADORES SIGUEN CON EL TITULAR DE EODCLI. CON  *
      * PARTICIPACIONES QUE NO SUMAN 100 SE DEVUELVE 'P' JUNTO CON   *
      * LA LISTA, PARA QUE EL LLAMADOR DESPACHE A TODOS PERO NO      *
      * PRORRATEE. LA VALIDACION DE FIRMAS SOLO APLICA A LA REGLA    *
      * CONJUNTA: BAJO LA INDISTINTA BASTA CUALQUIER TITULAR.        *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COTITULAR ASSIGN TO COTITUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CLAVE
               FILE STATUS IS WS-TC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COTITULAR
           RECORDING MODE IS F.
       COPY COTITUL.
       WORKING-STORAGE SECTION.
       01  WS-TC-STATUS                PIC X(02) VALUE '00'.
           88 WS-TC-OK                           VALUE '00'.
           88 WS-TC-FIN                          VALUE '10'.
       77  WS-IDX                      PIC 9(02) COMP VALUE 0.
       77  WS-IDX-FIRMA                PIC 9(02) COMP VALUE 0.
       77  WS-SW-FIRMADO               PIC X(01) VALUE 'N'.
           88 WS-TITULAR-FIRMO                   VALUE 'S'.
       LINKAGE SECTION.
       COPY COTCHKP.
       PROCEDURE DIVISION USING TCK-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'X'    TO TCK-IND-RESULTADO
           MOVE SPACES TO TCK-REGLA-FIRMA
           MOVE SPACES TO TCK-FIRMA-FALTANTE
           MOVE 0      TO TCK-PORC-TOTAL
           MOVE 0      TO TCK-NRO-TITULARES
           PERFORM 1000-CARGAR-TITULARES
           IF TCK-NRO-TITULARES > 0
              PERFORM 2000-EVALUAR-COTITULARIDAD
           END-IF
           GOBACK.
      *--------------------------------------------------------------*
       1000-CARGAR-TITULARES.
           MOVE '00'          TO WS-TC-STATUS
           OPEN INPUT COTITULAR
           MOVE LOW-VALUES    TO TC-CLAVE
           MOVE TCK-CTA-VALOR TO TC-CTAVALOR
           START COTITULAR KEY IS NOT LESS THAN TC-CLAVE
              INVALID KEY MOVE '10' TO WS-TC-STATUS
           END-START
           IF WS-TC-OK
              READ COTITULAR NEXT RECORD
                 AT END MOVE '10' TO WS-TC-STATUS
              END-READ
           END-IF
           PERFORM 1100-CARGAR-TITULAR
              UNTIL WS-TC-FIN
                 OR TC-CTAVALOR NOT = TCK-CTA-VALOR
           CLOSE COTITULAR
           .
       1000-CARGAR-TITULARES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1100-CARGAR-TITULAR.
           IF TC-VIGENTE
              AND TCK-NRO-TITULARES < 10
              ADD 1 TO TCK-NRO-TITULARES
              MOVE TCK-NRO-TITULARES TO WS-IDX
              MOVE TC-TIPO-DOC    TO TCK-TIPO-DOC(WS-IDX)
              MOVE TC-NUME-DOC    TO TCK-NUME-DOC(WS-IDX)
              MOVE TC-NOMBRE      TO TCK-NOMBRE(WS-IDX)
              MOVE TC-EMAIL       TO TCK-EMAIL(WS-IDX)
              MOVE TC-FIRMA       TO TCK-FIRMA(WS-IDX)
              MOVE TC-PORCENTAJE  TO TCK-PORCENTAJE(WS-IDX)
              ADD TC-PORCENTAJE   TO TCK-PORC-TOTAL
              MOVE TC-REGLA-FIRMA TO TCK-REGLA-FIRMA
           END-IF
           READ COTITULAR NEXT RECORD
              AT END MOVE '10' TO WS-TC-STATUS
           END-READ
           .
       1100-CARGAR-TITULAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-EVALUAR-COTITULARIDAD.
           IF TCK-PORC-TOTAL = 100
              MOVE 'S' TO TCK-IND-RESULTADO
           ELSE
              MOVE 'P' TO TCK-IND-RESULTADO
           END-IF
           IF TCK-FN-FIRMAS
              IF TCK-FIRMA-CONJUNTA
                 PERFORM 2100-VERIFICAR-FIRMA
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > TCK-NRO-TITULARES
                       OR TCK-FIRMA-FALTANTE NOT = SPACES
              END-IF
              IF TCK-FIRMA-FALTANTE NOT = SPACES
                 MOVE 'F' TO TCK-IND-RESULTADO
              ELSE
                 MOVE 'S' TO TCK-IND-RESULTADO
              END-IF
           END-IF
           .
       2000-EVALUAR-COTITULARIDAD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-VERIFICAR-FIRMA.
           MOVE 'N' TO WS-SW-FIRMADO
           PERFORM 2110-COMPARAR-FIRMA
              VARYING WS-IDX-FIRMA FROM 1 BY 1
              UNTIL WS-IDX-FIRMA > 10
                 OR WS-TITULAR-FIRMO
           IF NOT WS-TITULAR-FIRMO
              MOVE TCK-FIRMA(WS-IDX) TO TCK-FIRMA-FALTANTE
           END-IF
           .
       2100-VERIFICAR-FIRMA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2110-COMPARAR-FIRMA.
           IF TCK-FIRMA-PRES(WS-IDX-FIRMA) = TCK-FIRMA(WS-IDX)
              MOVE 'S' TO WS-SW-FIRMADO
           END-IF
           .
       2110-COMPARAR-FIRMA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

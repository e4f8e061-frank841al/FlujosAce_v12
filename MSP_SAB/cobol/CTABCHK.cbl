       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CTABCHK.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  21/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 21/09/2026 JQ      ALTA. GUARDA DE CUENTAS BANCARIAS         *
      *                    REGISTRADAS DEL CLIENTE (CTABANC): VALIDA *
      *                    EL CCI DE DESTINO DE UN RETIRO Y UBICA LA *
      *                    CUENTA DE ABONO DE DIVIDENDOS Y CUPONES.  *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTA-BANCARIA ASSIGN TO CTABANC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IB-CLAVE
               FILE STATUS IS WS-IB-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUENTA-BANCARIA
           RECORDING MODE IS F.
       COPY CTABANC.
       WORKING-STORAGE SECTION.
       01  WS-IB-STATUS                PIC X(02) VALUE '00'.
           88 WS-IB-OK                           VALUE '00'.
           88 WS-IB-FIN                          VALUE '10'.
           88 WS-IB-NO-ENCONTRADO                VALUE '23'.
       LINKAGE SECTION.
       COPY CTABCHKP.
       PROCEDURE DIVISION USING IBC-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'N'    TO IBC-IND-RESULTADO
           MOVE 'R'    TO IBC-MOTIVO
           MOVE '00'   TO WS-IB-STATUS
           OPEN INPUT CUENTA-BANCARIA
           IF IBC-FN-CUENTA-EVENTOS
              PERFORM 3000-UBICAR-CUENTA-EVENTOS
           ELSE
              PERFORM 2000-VALIDAR-CUENTA THRU 2000-VALIDAR-CUENTA-EXIT
           END-IF
           CLOSE CUENTA-BANCARIA
           GOBACK.
      *--------------------------------------------------------------*
       2000-VALIDAR-CUENTA.
           MOVE SPACES        TO IBC-BANCO
           MOVE IBC-CTA-VALOR TO IB-CTAVALOR
           MOVE IBC-CCI       TO IB-CCI
           READ CUENTA-BANCARIA
              INVALID KEY MOVE '23' TO WS-IB-STATUS
           END-READ
           IF WS-IB-NO-ENCONTRADO
              GO TO 2000-VALIDAR-CUENTA-EXIT
           END-IF
           EVALUATE TRUE
              WHEN IB-DE-BAJA
                 MOVE 'B' TO IBC-MOTIVO
              WHEN NOT IB-VERIFICADA
                 MOVE 'P' TO IBC-MOTIVO
              WHEN IBC-MONEDA NOT = SPACES
                   AND IBC-MONEDA NOT = IB-MONEDA
                 MOVE 'M' TO IBC-MOTIVO
              WHEN OTHER
                 MOVE 'S'      TO IBC-IND-RESULTADO
                 MOVE SPACES   TO IBC-MOTIVO
                 MOVE IB-BANCO TO IBC-BANCO
           END-EVALUATE
           .
       2000-VALIDAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * PRIMERA CUENTA VERIFICADA DE LA CUENTA-VALOR MARCADA PARA    *
      * RECIBIR LOS PAGOS DE EVENTOS CORPORATIVOS (Y EN LA MONEDA    *
      * PEDIDA, SI SE INFORMA).                                      *
      *--------------------------------------------------------------*
       3000-UBICAR-CUENTA-EVENTOS.
           MOVE IBC-CTA-VALOR TO IB-CTAVALOR
           MOVE LOW-VALUES    TO IB-CCI
           START CUENTA-BANCARIA KEY IS NOT LESS THAN IB-CLAVE
              INVALID KEY MOVE '10' TO WS-IB-STATUS
           END-START
           IF WS-IB-OK
              READ CUENTA-BANCARIA NEXT RECORD
                 AT END MOVE '10' TO WS-IB-STATUS
              END-READ
           END-IF
           PERFORM 3100-EVALUAR-CUENTA-EVENTOS
              UNTIL WS-IB-FIN
                 OR IB-CTAVALOR NOT = IBC-CTA-VALOR
                 OR IBC-CUENTA-VALIDA
           .
       3000-UBICAR-CUENTA-EVENTOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-EVALUAR-CUENTA-EVENTOS.
           IF IB-VERIFICADA
              AND IB-RECIBE-EVENTOS
              AND (IBC-MONEDA = SPACES OR IBC-MONEDA = IB-MONEDA)
              MOVE 'S'       TO IBC-IND-RESULTADO
              MOVE SPACES    TO IBC-MOTIVO
              MOVE IB-CCI    TO IBC-CCI
              MOVE IB-BANCO  TO IBC-BANCO
              MOVE IB-MONEDA TO IBC-MONEDA
           ELSE
              READ CUENTA-BANCARIA NEXT RECORD
                 AT END MOVE '10' TO WS-IB-STATUS
              END-READ
           END-IF
           .
       3100-EVALUAR-CUENTA-EVENTOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COMNCHK.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  28/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 28/09/2026 JQ      ALTA. CONSULTA DEL ACUERDO DE COMISION    *
      *                    NEGOCIADO (COMNEGO) VIGENTE DE UNA        *
      *                    CUENTA-VALOR PARA UN TIPO DE INSTRUMENTO: *
      *                    TASA DE UNA LINEA O SUMA DE TASAS DE      *
      *                    TODAS SUS LINEAS.                         *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * UNA LINEA CUENTA COMO ACUERDO VIGENTE CUANDO NO ESTA ANULADA *
      * Y LA FECHA PEDIDA CAE ENTRE SU FECHA DESDE Y SU FECHA HASTA, *
      * AMBAS INCLUSIVE. LA FUNCION 'L' LEE LA LINEA DEL CME-CODCOM  *
      * PEDIDO; LA FUNCION 'T' RECORRE TODAS LAS LINEAS DE LA CUENTA *
      * Y EL TIPO, Y DEVUELVE LA SUMA DE LAS TASAS VIGENTES Y LA     *
      * MENOR FECHA HASTA ENTRE ELLAS. SIN ACUERDO VIGENTE EL        *
      * LLAMADOR CONSERVA LA TASA DEL TARIFARIO.                     *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACUERDO-COMISION ASSIGN TO COMNEGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNG-CLAVE
               FILE STATUS IS WS-CNG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACUERDO-COMISION
           RECORDING MODE IS F.
       COPY COMNEGO.
       WORKING-STORAGE SECTION.
       01  WS-CNG-STATUS               PIC X(02) VALUE '00'.
           88 WS-CNG-OK                          VALUE '00'.
           88 WS-CNG-FIN                         VALUE '10'.
           88 WS-CNG-NO-ENCONTRADO               VALUE '23'.
       77  WS-FECHA-CONSULTA           PIC 9(08).
       LINKAGE SECTION.
       COPY COMNCHKP.
       PROCEDURE DIVISION USING CNK-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'N'  TO CNK-IND-RESULTADO
           MOVE 0    TO CNK-PORCEN
           MOVE 0    TO CNK-LINEAS
           MOVE 0    TO CNK-FEC-HASTA
           MOVE '00' TO WS-CNG-STATUS
           IF CNK-FECHA = 0
              ACCEPT WS-FECHA-CONSULTA FROM DATE YYYYMMDD
           ELSE
              MOVE CNK-FECHA TO WS-FECHA-CONSULTA
           END-IF
           OPEN INPUT ACUERDO-COMISION
           IF CNK-FN-TOTAL
              PERFORM 2000-SUMAR-LINEAS
           ELSE
              PERFORM 1000-LEER-LINEA
           END-IF
           CLOSE ACUERDO-COMISION
           IF CNK-LINEAS > 0
              MOVE 'S' TO CNK-IND-RESULTADO
           END-IF
           GOBACK.
      *--------------------------------------------------------------*
       1000-LEER-LINEA.
           MOVE CNK-CTA-VALOR        TO CNG-CTAVALOR
           MOVE CNK-TIPO-INSTRUMENTO TO CNG-TIPO-INSTRUMENTO
           MOVE CNK-CODCOM           TO CNG-CODCOM
           READ ACUERDO-COMISION
              INVALID KEY MOVE '23' TO WS-CNG-STATUS
           END-READ
           IF WS-CNG-OK
              PERFORM 3000-EVALUAR-LINEA
           END-IF
           .
       1000-LEER-LINEA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-SUMAR-LINEAS.
           MOVE CNK-CTA-VALOR        TO CNG-CTAVALOR
           MOVE CNK-TIPO-INSTRUMENTO TO CNG-TIPO-INSTRUMENTO
           MOVE 0                    TO CNG-CODCOM
           START ACUERDO-COMISION KEY IS NOT LESS THAN CNG-CLAVE
              INVALID KEY MOVE '10' TO WS-CNG-STATUS
           END-START
           IF WS-CNG-OK
              READ ACUERDO-COMISION NEXT RECORD
                 AT END MOVE '10' TO WS-CNG-STATUS
              END-READ
           END-IF
           PERFORM 2100-SIGUIENTE-LINEA
              UNTIL WS-CNG-FIN
                 OR CNG-CTAVALOR NOT = CNK-CTA-VALOR
                 OR CNG-TIPO-INSTRUMENTO NOT = CNK-TIPO-INSTRUMENTO
           .
       2000-SUMAR-LINEAS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-SIGUIENTE-LINEA.
           PERFORM 3000-EVALUAR-LINEA
           READ ACUERDO-COMISION NEXT RECORD
              AT END MOVE '10' TO WS-CNG-STATUS
           END-READ
           .
       2100-SIGUIENTE-LINEA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-EVALUAR-LINEA.
           IF CNG-VIGENTE
              AND WS-FECHA-CONSULTA >= CNG-FEC-DESDE
              AND WS-FECHA-CONSULTA <= CNG-FEC-HASTA
              ADD 1          TO CNK-LINEAS
              ADD CNG-PORCEN TO CNK-PORCEN
              IF CNK-FEC-HASTA = 0
                 OR CNG-FEC-HASTA < CNK-FEC-HASTA
                 MOVE CNG-FEC-HASTA TO CNK-FEC-HASTA
              END-IF
           END-IF
           .
       3000-EVALUAR-LINEA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

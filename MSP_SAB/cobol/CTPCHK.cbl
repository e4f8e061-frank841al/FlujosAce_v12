       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CTPCHK.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  05/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 05/10/2026 JQ      ALTA. GUARDA DE LIMITES DE EXPOSICION POR *
      *                    CONTRAPARTE (CTPMAST) PARA OPERACIONES    *
      *                    EXTRABURSATILES, REPORTES Y PRESTAMOS DE  *
      *                    VALORES. MISMO CONTRATO QUE LAS DEMAS     *
      *                    GUARDAS.                                  *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LA EXPOSICION VIGENTE DE CADA PRODUCTO ES LA CALCULADA EN LA *
      * NOCHE POR RCTPUTIL MAS LA INTRADIA ACUMULADA POR ESTA GUARDA *
      * CON LAS OPERACIONES REGISTRADAS DESDE ENTONCES. AL VALIDAR   *
      * SE LE SUMA LA OPERACION NUEVA Y SE COMPARA CONTRA EL LIMITE  *
      * DEL PRODUCTO Y, SUMANDO LOS TRES PRODUCTOS, CONTRA EL LIMITE *
      * TOTAL. EL LLAMADOR RESERVA (FUNCION R) SOLO DESPUES DE HABER *
      * GRABADO LA OPERACION. LA OPERACION SIN IMPORTE SE VALORIZA   *
      * CON LOS TITULOS AL PRECIO VIGENTE DE QUOTEMST.               *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRAPARTE ASSIGN TO CTPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-CONTRAPARTE
               FILE STATUS IS WS-CP-STATUS.
           SELECT COTIZACION-MAESTRO ASSIGN TO QUOTEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QM-NEMONICO
               FILE STATUS IS WS-QM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRAPARTE
           RECORDING MODE IS F.
       COPY CTPMAST.
       FD  COTIZACION-MAESTRO
           RECORDING MODE IS F.
       COPY QUOTEMST.
       WORKING-STORAGE SECTION.
       01  WS-CP-STATUS                PIC X(02) VALUE '00'.
           88 WS-CP-OK                           VALUE '00'.
           88 WS-CP-NO-ENCONTRADO                VALUE '23'.
       01  WS-QM-STATUS                PIC X(02) VALUE '00'.
           88 WS-QM-OK                           VALUE '00'.
           88 WS-QM-NO-ENCONTRADO                VALUE '23'.
       77  WS-IDX-PROD                 PIC 9(01) COMP VALUE 0.
       LINKAGE SECTION.
       COPY CTPCHKP.
       PROCEDURE DIVISION USING CTK-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'E' TO CTK-IND-RESULTADO
           MOVE 0   TO CTK-LIMITE-PRODUCTO
           MOVE 0   TO CTK-EXPO-PRODUCTO
           MOVE 0   TO CTK-LIMITE-TOTAL
           MOVE 0   TO CTK-EXPO-TOTAL
           IF (CTK-FN-VALIDAR OR CTK-FN-RESERVAR)
              AND CTK-PRODUCTO-VALIDO
              IF CTK-IMPORTE = 0
                 PERFORM 1000-VALORIZAR-OPERACION
              END-IF
              IF CTK-FN-VALIDAR
                 OPEN INPUT CONTRAPARTE
              ELSE
                 OPEN I-O CONTRAPARTE
              END-IF
              PERFORM 2000-LEER-CONTRAPARTE
              IF WS-CP-OK
                 PERFORM 3000-EVALUAR-LIMITES
              END-IF
              CLOSE CONTRAPARTE
           END-IF
           GOBACK.
      *--------------------------------------------------------------*
       1000-VALORIZAR-OPERACION.
           OPEN INPUT COTIZACION-MAESTRO
           MOVE CTK-NEMONICO TO QM-NEMONICO
           MOVE '00'         TO WS-QM-STATUS
           READ COTIZACION-MAESTRO
              INVALID KEY MOVE '23' TO WS-QM-STATUS
           END-READ
           IF WS-QM-OK
              COMPUTE CTK-IMPORTE ROUNDED = CTK-TITULOS * QM-PRECIO
           END-IF
           CLOSE COTIZACION-MAESTRO
           .
       1000-VALORIZAR-OPERACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-LEER-CONTRAPARTE.
           MOVE 'N'             TO CTK-IND-RESULTADO
           MOVE '23'            TO WS-CP-STATUS
           IF CTK-CONTRAPARTE NOT = SPACES
              MOVE CTK-CONTRAPARTE TO CP-CONTRAPARTE
              MOVE '00'            TO WS-CP-STATUS
              READ CONTRAPARTE
                 INVALID KEY MOVE '23' TO WS-CP-STATUS
              END-READ
           END-IF
           .
       2000-LEER-CONTRAPARTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-EVALUAR-LIMITES.
           MOVE CP-LIMITE-PRODUCTO(CTK-PRODUCTO) TO CTK-LIMITE-PRODUCTO
           MOVE CP-LIMITE-TOTAL                  TO CTK-LIMITE-TOTAL
           COMPUTE CTK-EXPO-PRODUCTO =
              CP-EXPOSICION-CALCULADA(CTK-PRODUCTO)
              + CP-EXPOSICION-INTRADIA(CTK-PRODUCTO)
              + CTK-IMPORTE
           MOVE CTK-IMPORTE TO CTK-EXPO-TOTAL
           PERFORM 3100-SUMAR-PRODUCTO
              VARYING WS-IDX-PROD FROM 1 BY 1
              UNTIL WS-IDX-PROD > 3
           EVALUATE TRUE
              WHEN CTK-FN-RESERVAR
                 ADD CTK-IMPORTE
                    TO CP-EXPOSICION-INTRADIA(CTK-PRODUCTO)
                 REWRITE CP-REGISTRO-CONTRAPARTE
                 MOVE 'S' TO CTK-IND-RESULTADO
              WHEN NOT CP-ACTIVA
                 MOVE 'B' TO CTK-IND-RESULTADO
              WHEN CTK-EXPO-PRODUCTO > CTK-LIMITE-PRODUCTO
                 MOVE 'P' TO CTK-IND-RESULTADO
              WHEN CTK-EXPO-TOTAL > CTK-LIMITE-TOTAL
                 MOVE 'T' TO CTK-IND-RESULTADO
              WHEN OTHER
                 MOVE 'S' TO CTK-IND-RESULTADO
           END-EVALUATE
           .
       3000-EVALUAR-LIMITES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-SUMAR-PRODUCTO.
           ADD CP-EXPOSICION-CALCULADA(WS-IDX-PROD) TO CTK-EXPO-TOTAL
           ADD CP-EXPOSICION-INTRADIA(WS-IDX-PROD)  TO CTK-EXPO-TOTAL
           .
       3100-SUMAR-PRODUCTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

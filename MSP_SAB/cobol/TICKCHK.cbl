       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TICKCHK.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  05/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 05/10/2026 JQ      ALTA. GUARDA DE FRACCION MINIMA DE PRECIO *
      *                    (TICK) Y LOTE DE NEGOCIACION AL INGRESO   *
      *                    DE ORDENES, PARA QUE EL PRECIO CON MAS    *
      *                    DECIMALES DE LOS QUE ACEPTA LA BOLSA O LA *
      *                    CANTIDAD FUERA DE LOTE SE RECHACEN AQUI Y *
      *                    NO RECIEN AL ENVIARSE (RORDNEGB).         *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RESUELVE EN NEMOMAST EL TIPO DE RENTA, EL LOTE, EL IMPORTE   *
      * MINIMO Y EL SEGMENTO DE LOTES IMPARES DEL VALOR. EL TICK SE  *
      * TOMA DEL ULTIMO TRAMO DE TICKPARM DEL TIPO DE RENTA CUYO     *
      * PRECIO INICIAL NO SUPERA EL PRECIO DE LA ORDEN; SIN TRAMO    *
      * PARAMETRIZADO NO SE VALIDA EL TICK. LA CANTIDAD QUE NO ES    *
      * MULTIPLO DEL LOTE SOLO PASA COMO LOTE IMPAR: VENTA, MENOR A  *
      * UN LOTE Y VALOR CON SEGMENTO DE LOTES IMPARES. EL LOTE IMPAR *
      * NO SE SUJETA AL IMPORTE MINIMO.                              *
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
           SELECT TICK-PARAMETRO ASSIGN TO TICKPARM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TK-CLAVE
               FILE STATUS IS WS-TK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NEMONICO-MAESTRO
           RECORDING MODE IS F.
       COPY NEMOMAST.
       FD  TICK-PARAMETRO
           RECORDING MODE IS F.
       COPY TICKPARM.
       WORKING-STORAGE SECTION.
       01  WS-NM-STATUS                PIC X(02) VALUE '00'.
           88 WS-NM-OK                           VALUE '00'.
       01  WS-TK-STATUS                PIC X(02) VALUE '00'.
           88 WS-TK-OK                           VALUE '00'.
           88 WS-TK-FIN                          VALUE '10'.
       01  WS-TIPO-RENTA               PIC X(01) VALUE SPACES.
       01  WS-SW-LOTE-IMPAR            PIC X(01) VALUE 'N'.
           88 WS-ADMITE-LOTE-IMPAR               VALUE 'S'.
       01  WS-CANT-UNIDADES            PIC S9(15) COMP-3 VALUE 0.
       01  WS-RESIDUO                  PIC S9(10)V9(04) COMP-3
                                                 VALUE 0.
       01  WS-IMPORTE-ORDEN            PIC S9(15)V9(02) COMP-3
                                                 VALUE 0.
       LINKAGE SECTION.
       COPY TICKCHKP.
       PROCEDURE DIVISION USING TIK-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-LEER-NEMONICO
           IF NOT TIK-SIN-NEMONICO
              IF TIK-PRECIO > 0
                 PERFORM 3000-OBTENER-TICK
                 PERFORM 3500-VALIDAR-TICK
              END-IF
              IF TIK-ORDEN-CONFORME
                 PERFORM 4000-VALIDAR-LOTE
              END-IF
              IF TIK-ORDEN-CONFORME AND NOT TIK-ES-LOTE-IMPAR
                 AND TIK-PRECIO > 0
                 PERFORM 5000-VALIDAR-MONTO-MINIMO
              END-IF
           END-IF
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE 'S' TO TIK-IND-RESULTADO
           MOVE 'N' TO TIK-IND-LOTE-IMPAR
           MOVE 0   TO TIK-TICK
           MOVE 0   TO TIK-LOTE
           MOVE 0   TO TIK-MONTO-MINIMO
           MOVE 'N' TO WS-SW-LOTE-IMPAR
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-LEER-NEMONICO.
           MOVE TIK-NEMONICO TO NM-NEMONICO
           OPEN INPUT NEMONICO-MAESTRO
           READ NEMONICO-MAESTRO
              INVALID KEY MOVE '23' TO WS-NM-STATUS
           END-READ
           IF WS-NM-OK
              MOVE NM-TIPO-RENTA       TO WS-TIPO-RENTA
              MOVE NM-LOTE-NEGOCIACION TO TIK-LOTE
              MOVE NM-MONTO-MINIMO     TO TIK-MONTO-MINIMO
              MOVE NM-IND-LOTE-IMPAR   TO WS-SW-LOTE-IMPAR
           ELSE
              MOVE 'X' TO TIK-IND-RESULTADO
           END-IF
           CLOSE NEMONICO-MAESTRO
           .
       2000-LEER-NEMONICO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LOS TRAMOS DE UN MISMO TIPO DE RENTA ESTAN ORDENADOS POR     *
      * PRECIO INICIAL; SE RECORREN HASTA EL PRIMERO QUE EMPIEZA     *
      * POR ENCIMA DEL PRECIO DE LA ORDEN.                           *
      *--------------------------------------------------------------*
       3000-OBTENER-TICK.
           MOVE '00'          TO WS-TK-STATUS
           OPEN INPUT TICK-PARAMETRO
           MOVE WS-TIPO-RENTA TO TK-TIPO-RENTA
           MOVE 0             TO TK-PRECIO-DESDE
           START TICK-PARAMETRO KEY IS NOT LESS THAN TK-CLAVE
              INVALID KEY MOVE '10' TO WS-TK-STATUS
           END-START
           IF WS-TK-OK
              READ TICK-PARAMETRO NEXT RECORD
                 AT END MOVE '10' TO WS-TK-STATUS
              END-READ
           END-IF
           PERFORM 3100-RECORRER-TRAMO
              UNTIL WS-TK-FIN
           CLOSE TICK-PARAMETRO
           .
       3000-OBTENER-TICK-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-RECORRER-TRAMO.
           IF TK-TIPO-RENTA NOT = WS-TIPO-RENTA
              OR TK-PRECIO-DESDE > TIK-PRECIO
              MOVE '10' TO WS-TK-STATUS
           ELSE
              MOVE TK-TICK TO TIK-TICK
              READ TICK-PARAMETRO NEXT RECORD
                 AT END MOVE '10' TO WS-TK-STATUS
              END-READ
           END-IF
           .
       3100-RECORRER-TRAMO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3500-VALIDAR-TICK.
           IF TIK-TICK > 0
              DIVIDE TIK-PRECIO BY TIK-TICK
                 GIVING WS-CANT-UNIDADES REMAINDER WS-RESIDUO
              IF WS-RESIDUO NOT = 0
                 MOVE 'T' TO TIK-IND-RESULTADO
              END-IF
           END-IF
           .
       3500-VALIDAR-TICK-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-VALIDAR-LOTE.
           IF TIK-LOTE > 0
              DIVIDE TIK-CANTIDAD BY TIK-LOTE
                 GIVING WS-CANT-UNIDADES REMAINDER WS-RESIDUO
              IF WS-RESIDUO NOT = 0
                 IF TIK-ES-VENTA AND WS-ADMITE-LOTE-IMPAR
                    AND TIK-CANTIDAD < TIK-LOTE
                    MOVE 'S' TO TIK-IND-LOTE-IMPAR
                 ELSE
                    MOVE 'L' TO TIK-IND-RESULTADO
                 END-IF
              END-IF
           END-IF
           .
       4000-VALIDAR-LOTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5000-VALIDAR-MONTO-MINIMO.
           IF TIK-MONTO-MINIMO > 0
              COMPUTE WS-IMPORTE-ORDEN ROUNDED =
                 TIK-CANTIDAD * TIK-PRECIO
              IF WS-IMPORTE-ORDEN < TIK-MONTO-MINIMO
                 MOVE 'M' TO TIK-IND-RESULTADO
              END-IF
           END-IF
           .
       5000-VALIDAR-MONTO-MINIMO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    QUOHAJUS.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  05/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 05/10/2026 JQ      ALTA. SERVICIO DE COTIZACION HISTORICA    *
      *                    AJUSTADA POR EVENTOS CORPORATIVOS: SERIE  *
      *                    DE CIERRES DIARIOS DE QUOTEHST EN UN      *
      *                    RANGO DE FECHAS CON LOS FACTORES DE       *
      *                    PRCFACT (SPLIT, DIVIDENDO EN ACCIONES,    *
      *                    CSP) APLICADOS, PARA QUE UN SPLIT NO SE   *
      *                    VEA COMO UNA CAIDA DE PRECIO.             *
      * 15/10/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * CARGA LOS FACTORES VIGENTES DEL NEMONICO (PRCFACT, EN ORDEN  *
      * DE FECHA EX) CUYA FECHA EX NO SUPERE A LA FECHA BASE, Y      *
      * ACUMULA DE ATRAS HACIA ADELANTE: EL PRECIO DE UNA FECHA SE   *
      * MULTIPLICA POR EL PRODUCTO DE LOS FACTORES DE TODOS LOS      *
      * EVENTOS CON FECHA EX POSTERIOR A ELLA. EN LA FUNCION 'S'     *
      * RECORRE QUOTEHST DESDE LA FECHA INICIAL Y DEJA UNA ENTRADA   *
      * POR DIA CON LA ULTIMA COTIZACION DEL DIA (LA DE MAYOR HORA). *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTOR-PRECIO ASSIGN TO PRCFACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-CLAVE
               FILE STATUS IS WS-FA-STATUS.
           SELECT COTIZACION-HISTORICO ASSIGN TO QUOTEHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QH-CLAVE
               FILE STATUS IS WS-QH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FACTOR-PRECIO
           RECORDING MODE IS F.
       COPY PRCFACT.
       FD  COTIZACION-HISTORICO
           RECORDING MODE IS F.
       COPY QUOTEHST.
       WORKING-STORAGE SECTION.
       01  WS-FA-STATUS                PIC X(02) VALUE '00'.
           88 WS-FA-OK                           VALUE '00'.
       01  WS-QH-STATUS                PIC X(02) VALUE '00'.
           88 WS-QH-OK                           VALUE '00'.
       01  WS-SW-SERIE                 PIC X(01) VALUE 'N'.
           88 WS-FIN-SERIE                       VALUE 'S'.
       77  WS-IDX                      PIC 9(03) COMP VALUE 0.
       77  WS-FDX                      PIC 9(03) COMP VALUE 0.
       77  WS-FECHA-SISTEMA            PIC 9(08) VALUE 0.
       77  WS-FECHA-PRECIO             PIC 9(08) VALUE 0.
       01  WS-FACTOR-ACUM              PIC 9(03)V9(08) COMP-3
                                       VALUE 0.
       01  WS-FACTOR-DIA               PIC 9(03)V9(08) COMP-3
                                       VALUE 0.
       LINKAGE SECTION.
       COPY QUOHAJUS.
       PROCEDURE DIVISION USING QA-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           IF NOT QA-PARAMETRO-INVALIDO
              PERFORM 2000-CARGAR-FACTORES
              MOVE QA-FECHA-DESDE TO WS-FECHA-PRECIO
              PERFORM 2300-FACTOR-DE-FECHA
              MOVE WS-FACTOR-DIA  TO QA-FACTOR-FECHA
              IF QA-PEDIR-SERIE
                 PERFORM 3000-CARGAR-SERIE
              ELSE
                 MOVE 'S' TO QA-IND-RESULTADO
              END-IF
           END-IF
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE 1    TO QA-FACTOR-FECHA
           MOVE 0    TO QA-TOT-FACTORES
           MOVE 0    TO QA-TOT-PRECIOS
           MOVE 'N'  TO QA-IND-RESULTADO
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           IF QA-FECHA-HASTA = 0
              MOVE WS-FECHA-SISTEMA TO QA-FECHA-HASTA
           END-IF
           IF QA-FECHA-BASE = 0
              MOVE WS-FECHA-SISTEMA TO QA-FECHA-BASE
           END-IF
           IF NOT QA-PEDIR-SERIE AND NOT QA-PEDIR-FACTOR
              MOVE 'E' TO QA-IND-RESULTADO
              GO TO 1000-INICIALIZAR-EXIT
           END-IF
           IF QA-NEMONICO = SPACES
              OR QA-FECHA-DESDE = 0
              OR (QA-PEDIR-SERIE AND QA-FECHA-DESDE > QA-FECHA-HASTA)
              MOVE 'E' TO QA-IND-RESULTADO
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-CARGAR-FACTORES.
           MOVE '00'        TO WS-FA-STATUS
           OPEN INPUT FACTOR-PRECIO
           MOVE QA-NEMONICO TO FA-NEMONICO
           MOVE 0           TO FA-FECHA-EX
           MOVE LOW-VALUES  TO FA-TIPO-EVENTO
           START FACTOR-PRECIO KEY IS NOT LESS THAN FA-CLAVE
              INVALID KEY MOVE '10' TO WS-FA-STATUS
           END-START
           IF WS-FA-OK
              READ FACTOR-PRECIO NEXT RECORD
                 AT END MOVE '10' TO WS-FA-STATUS
              END-READ
           END-IF
           PERFORM 2100-AGREGAR-FACTOR
              UNTIL NOT WS-FA-OK
                 OR FA-NEMONICO NOT = QA-NEMONICO
           CLOSE FACTOR-PRECIO
           MOVE 1 TO WS-FACTOR-ACUM
           PERFORM 2200-ACUMULAR-FACTOR
              VARYING WS-IDX FROM QA-TOT-FACTORES BY -1
              UNTIL WS-IDX = 0
           .
       2000-CARGAR-FACTORES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-AGREGAR-FACTOR.
           IF FA-VIGENTE
              AND FA-FECHA-EX NOT > QA-FECHA-BASE
              AND FA-FACTOR > 0
              IF QA-TOT-FACTORES < 50
                 ADD 1 TO QA-TOT-FACTORES
                 MOVE FA-FECHA-EX    TO QA-FX-FECHA-EX(QA-TOT-FACTORES)
                 MOVE FA-TIPO-EVENTO
                    TO QA-FX-TIPO-EVENTO(QA-TOT-FACTORES)
                 MOVE FA-FACTOR      TO QA-FX-FACTOR(QA-TOT-FACTORES)
              ELSE
                 DISPLAY 'QUOHAJUS - TABLA DE FACTORES LLENA, '
                         'FACTOR NO APLICADO: ' FA-NEMONICO ' '
                         FA-FECHA-EX
              END-IF
           END-IF
           READ FACTOR-PRECIO NEXT RECORD
              AT END MOVE '10' TO WS-FA-STATUS
           END-READ
           .
       2100-AGREGAR-FACTOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2200-ACUMULAR-FACTOR.
           COMPUTE WS-FACTOR-ACUM ROUNDED =
              WS-FACTOR-ACUM * QA-FX-FACTOR(WS-IDX)
           MOVE WS-FACTOR-ACUM TO QA-FX-FACTOR-ACUM(WS-IDX)
           .
       2200-ACUMULAR-FACTOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * FACTOR DE UN PRECIO DE FECHA WS-FECHA-PRECIO: EL ACUMULADO   *
      * DEL PRIMER EVENTO CON FECHA EX POSTERIOR A ESA FECHA; SIN    *
      * EVENTOS POSTERIORES EL PRECIO NO SE AJUSTA (FACTOR 1).       *
      *--------------------------------------------------------------*
       2300-FACTOR-DE-FECHA.
           MOVE 1 TO WS-FACTOR-DIA
           PERFORM 2310-COMPARAR-FACTOR
              VARYING WS-FDX FROM QA-TOT-FACTORES BY -1
              UNTIL WS-FDX = 0
           .
       2300-FACTOR-DE-FECHA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2310-COMPARAR-FACTOR.
           IF QA-FX-FECHA-EX(WS-FDX) > WS-FECHA-PRECIO
              MOVE QA-FX-FACTOR-ACUM(WS-FDX) TO WS-FACTOR-DIA
           END-IF
           .
       2310-COMPARAR-FACTOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-CARGAR-SERIE.
           MOVE 'N'  TO WS-SW-SERIE
           MOVE '00' TO WS-QH-STATUS
           OPEN INPUT COTIZACION-HISTORICO
           MOVE QA-NEMONICO    TO QH-NEMONICO
           MOVE QA-FECHA-DESDE TO QH-FECHA-COTIZACION
           MOVE 0              TO QH-HORA-COTIZACION
           START COTIZACION-HISTORICO KEY IS NOT LESS THAN QH-CLAVE
              INVALID KEY MOVE '10' TO WS-QH-STATUS
           END-START
           IF WS-QH-OK
              READ COTIZACION-HISTORICO NEXT RECORD
                 AT END MOVE '10' TO WS-QH-STATUS
              END-READ
           END-IF
           PERFORM 3100-PROCESAR-COTIZACION
              THRU 3100-PROCESAR-COTIZACION-EXIT
              UNTIL WS-FIN-SERIE
           CLOSE COTIZACION-HISTORICO
           IF QA-TOT-PRECIOS > 0 AND NOT QA-SERIE-CONTINUA
              MOVE 'S' TO QA-IND-RESULTADO
           END-IF
           .
       3000-CARGAR-SERIE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-PROCESAR-COTIZACION.
           IF NOT WS-QH-OK
              OR QH-NEMONICO NOT = QA-NEMONICO
              OR QH-FECHA-COTIZACION > QA-FECHA-HASTA
              MOVE 'S' TO WS-SW-SERIE
              GO TO 3100-PROCESAR-COTIZACION-EXIT
           END-IF
           IF QA-TOT-PRECIOS = 0
              OR QH-FECHA-COTIZACION NOT = QA-PR-FECHA(QA-TOT-PRECIOS)
              IF QA-TOT-PRECIOS < 300
                 ADD 1 TO QA-TOT-PRECIOS
                 MOVE QH-FECHA-COTIZACION TO WS-FECHA-PRECIO
                 PERFORM 2300-FACTOR-DE-FECHA
                 MOVE QH-FECHA-COTIZACION
                    TO QA-PR-FECHA(QA-TOT-PRECIOS)
                 MOVE WS-FACTOR-DIA TO QA-PR-FACTOR(QA-TOT-PRECIOS)
              ELSE
      *          TABLA LLENA: EL LLAMADOR CONTINUA DESDE EL DIA      *
      *          SIGUIENTE AL ULTIMO DEVUELTO.                       *
                 MOVE 'M' TO QA-IND-RESULTADO
                 MOVE 'S' TO WS-SW-SERIE
                 GO TO 3100-PROCESAR-COTIZACION-EXIT
              END-IF
           END-IF
           MOVE QH-HORA-COTIZACION TO QA-PR-HORA(QA-TOT-PRECIOS)
           MOVE QH-PRECIO          TO QA-PR-PRECIO(QA-TOT-PRECIOS)
           COMPUTE QA-PR-PRECIO-AJUSTADO(QA-TOT-PRECIOS) ROUNDED =
              QH-PRECIO * QA-PR-FACTOR(QA-TOT-PRECIOS)
           READ COTIZACION-HISTORICO NEXT RECORD
              AT END MOVE '10' TO WS-QH-STATUS
           END-READ
           .
       3100-PROCESAR-COTIZACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

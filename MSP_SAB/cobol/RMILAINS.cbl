       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RMILAINS.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 15/10/2026 JQ      ALTA. INSTRUCCIONES DE LIQUIDACION ISO    *
      *                    15022 (MT540-543) AL CORRESPONSAL POR     *
      *                    CADA EJECUCION DE MERCADO EXTRANJERO Y    *
      *                    ALTA DEL SEGUIMIENTO EN MILASET.          *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RELEE LAS CONFIRMACIONES DEL CORRESPONSAL (MILACONF) YA      *
      * APLICADAS POR RMILALIQ Y POR CADA EJECUCION ARMA LA          *
      * INSTRUCCION DE LIQUIDACION PARA EL CORRESPONSAL DEL MERCADO  *
      * (MK-CORRESPONSAL):                                           *
      *  - COMPRA: MT541 RECIBE CONTRA PAGO; VENTA: MT543 ENTREGA    *
      *    CONTRA PAGO. LA EJECUCION A PRECIO CERO (TRASPASO SIN     *
      *    CONTRAPRESTACION) SALE LIBRE DE PAGO: MT540 / MT542.      *
      *  - INSTRUMENTO: CODIGO EN EL CORRESPONSAL (MILAINST).        *
      *  - FECHA DE LIQUIDACION: CICLO DEL MERCADO EN DIAS HABILES   *
      *    (MK-DIAS-LIQUIDACION, DIAHABIL).                          *
      *  - CUENTA DE CUSTODIA Y DEPOSITARIO DEL MERCADO: MILAMAST.   *
      * LA REFERENCIA PROPIA (:20C::SEME) ES 'ML' + FECHA AAMMDD +   *
      * CORRELATIVO DEL DIA; CON ELLA SE DA DE ALTA EL SEGUIMIENTO   *
      * EN MILASET (ESTADO INSTRUIDA) QUE RMILASWI ACTUALIZA CON LAS *
      * RESPUESTAS DEL CORRESPONSAL. LOS MENSAJES SALEN EN MILASWO   *
      * PARA LA INTERFAZ SWIFT. LA CORRIDA SE REGISTRA EN RUNCTL VIA *
      * BCHCTL.                                                      *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIRMACION-MILA ASSIGN TO MILACONF
               ORGANIZATION IS SEQUENTIAL.
           SELECT ORDEN-MAESTRO ASSIGN TO ORDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OM-CLAVE
               FILE STATUS IS WS-OM-STATUS.
           SELECT MAPA-INSTRUMENTO ASSIGN TO MILAINST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MI-NEMONICO
               FILE STATUS IS WS-MI-STATUS.
           SELECT MERCADO-MAESTRO ASSIGN TO MILAMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MK-MERCADO
               FILE STATUS IS WS-MK-STATUS.
           SELECT LIQUIDACION-MILA ASSIGN TO MILASET
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-REFERENCIA
               FILE STATUS IS WS-ST-STATUS.
           SELECT MENSAJE-SWIFT ASSIGN TO MILASWO
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIRMACION-MILA
           RECORDING MODE IS F.
       COPY MILACONF.
       FD  ORDEN-MAESTRO
           RECORDING MODE IS F.
       COPY ORDMAST.
       FD  MAPA-INSTRUMENTO
           RECORDING MODE IS F.
       COPY MILAINST.
       FD  MERCADO-MAESTRO
           RECORDING MODE IS F.
       COPY MILAMAST.
       FD  LIQUIDACION-MILA
           RECORDING MODE IS F.
       COPY MILASET.
       FD  MENSAJE-SWIFT
           RECORDING MODE IS F.
       COPY MILASWO.
       WORKING-STORAGE SECTION.
       77  WS-EOF-CONFIRMACION         PIC X(01) VALUE 'N'.
           88 WS-FIN-CONFIRMACION                VALUE 'S'.
       01  WS-OM-STATUS                PIC X(02) VALUE '00'.
           88 WS-OM-OK                           VALUE '00'.
       01  WS-MI-STATUS                PIC X(02) VALUE '00'.
           88 WS-MI-OK                           VALUE '00'.
       01  WS-MK-STATUS                PIC X(02) VALUE '00'.
           88 WS-MK-OK                           VALUE '00'.
       01  WS-ST-STATUS                PIC X(02) VALUE '00'.
           88 WS-ST-OK                           VALUE '00'.
           88 WS-ST-DUPLICADO                    VALUE '22'.
       77  WS-FECHA-PROCESO            PIC 9(08).
       77  WS-FECHA-LIQUIDACION        PIC 9(08).
       77  WS-CORRELATIVO              PIC 9(08) VALUE 0.
       77  WS-TOT-CONFIRMACIONES       PIC 9(07) COMP VALUE 0.
       77  WS-TOT-INSTRUIDAS           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-SIN-ORDEN            PIC 9(07) COMP VALUE 0.
       77  WS-TOT-SIN-MERCADO          PIC 9(07) COMP VALUE 0.
       77  WS-TOT-DUPLICADAS           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-LINEAS               PIC 9(07) COMP VALUE 0.
       77  WS-CEROS                    PIC 9(02) COMP VALUE 0.
       77  WS-LON-ENTERO               PIC 9(02) COMP VALUE 0.
       77  WS-LON-DECIMAL              PIC 9(02) COMP VALUE 0.
       01  WS-REFERENCIA.
           05 FILLER                   PIC X(02) VALUE 'ML'.
           05 WS-REF-FECHA             PIC 9(06).
           05 WS-REF-CORRELATIVO       PIC 9(08).
       01  WS-CALIFICADOR-PARTE        PIC X(04).
       01  WS-NUM-VALOR                PIC 9(13)V9(04).
       01  WS-NUM-ENTERO               PIC 9(13).
       01  WS-NUM-ENTERO-X REDEFINES WS-NUM-ENTERO
                                       PIC X(13).
       01  WS-NUM-DECIMAL              PIC 9(04).
       01  WS-NUM-DECIMAL-X REDEFINES WS-NUM-DECIMAL
                                       PIC X(04).
       01  WS-NUM-TEXTO                PIC X(20).
       01  WS-LINEA                    PIC X(80).
       COPY DIAHABP.
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESAR-CONFIRMACION
              UNTIL WS-FIN-CONFIRMACION
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RMILAINS'   TO BC-PROGRAMA
           MOVE 'RMILALIQ'   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RMILAINS - PREDECESOR RMILALIQ SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-FECHA-PROCESO(3:6) TO WS-REF-FECHA
           OPEN INPUT CONFIRMACION-MILA ORDEN-MAESTRO
                      MAPA-INSTRUMENTO MERCADO-MAESTRO
           OPEN I-O   LIQUIDACION-MILA
           OPEN OUTPUT MENSAJE-SWIFT
           READ CONFIRMACION-MILA
              AT END MOVE 'S' TO WS-EOF-CONFIRMACION
           END-READ
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-PROCESAR-CONFIRMACION.
           ADD 1 TO WS-TOT-CONFIRMACIONES
           MOVE '00'        TO WS-OM-STATUS
           MOVE MC-CTAVALOR TO OM-CTAVALOR
           MOVE MC-ORDEN    TO OM-ORDEN
           READ ORDEN-MAESTRO
              INVALID KEY MOVE '23' TO WS-OM-STATUS
           END-READ
           IF WS-OM-OK
              PERFORM 2100-UBICAR-MERCADO
           ELSE
              ADD 1 TO WS-TOT-SIN-ORDEN
              DISPLAY 'RMILAINS - CONFIRMACION SIN ORDEN: '
                      MC-CTAVALOR ' ' MC-ORDEN
           END-IF
           READ CONFIRMACION-MILA
              AT END MOVE 'S' TO WS-EOF-CONFIRMACION
           END-READ
           .
       2000-PROCESAR-CONFIRMACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-UBICAR-MERCADO.
           MOVE '00'        TO WS-MI-STATUS
           MOVE MC-NEMONICO TO MI-NEMONICO
           READ MAPA-INSTRUMENTO
              INVALID KEY MOVE '23' TO WS-MI-STATUS
           END-READ
           MOVE '00'        TO WS-MK-STATUS
           MOVE MC-MERCADO  TO MK-MERCADO
           READ MERCADO-MAESTRO
              INVALID KEY MOVE '23' TO WS-MK-STATUS
           END-READ
           IF WS-MI-OK AND WS-MK-OK
              PERFORM 2200-GENERAR-INSTRUCCION
           ELSE
              ADD 1 TO WS-TOT-SIN-MERCADO
              DISPLAY 'RMILAINS - SIN MAPA O MERCADO: '
                      MC-NEMONICO ' ' MC-MERCADO
           END-IF
           .
       2100-UBICAR-MERCADO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * ALTA DEL SEGUIMIENTO EN MILASET Y EMISION DEL MENSAJE. SI LA *
      * REFERENCIA YA EXISTE (REPROCESO DEL DIA) NO SE REPITE EL     *
      * MENSAJE.                                                     *
      *--------------------------------------------------------------*
       2200-GENERAR-INSTRUCCION.
           MOVE 'A'                 TO DH-FUNCION
           MOVE WS-FECHA-PROCESO    TO DH-FECHA-BASE
           MOVE MK-DIAS-LIQUIDACION TO DH-DIAS-PEDIDOS
           CALL 'DIAHABIL' USING DH-PARAMETROS
           IF DH-RESULTADO-OK
              MOVE DH-FECHA-RESULTADO TO WS-FECHA-LIQUIDACION
           ELSE
              MOVE WS-FECHA-PROCESO   TO WS-FECHA-LIQUIDACION
           END-IF
           ADD 1 TO WS-CORRELATIVO
           MOVE WS-CORRELATIVO      TO WS-REF-CORRELATIVO
           MOVE SPACES              TO ST-REGISTRO-LIQUIDACION
           MOVE WS-REFERENCIA       TO ST-REFERENCIA
           EVALUATE TRUE
              WHEN OM-ES-ORDEN-COMPRA AND MC-PRECIO-EJECUCION = 0
                 MOVE 540 TO ST-TIPO-MENSAJE
              WHEN OM-ES-ORDEN-COMPRA
                 MOVE 541 TO ST-TIPO-MENSAJE
              WHEN MC-PRECIO-EJECUCION = 0
                 MOVE 542 TO ST-TIPO-MENSAJE
              WHEN OTHER
                 MOVE 543 TO ST-TIPO-MENSAJE
           END-EVALUATE
           MOVE MC-CTAVALOR         TO ST-CTAVALOR
           MOVE MC-ORDEN            TO ST-ORDEN
           MOVE MC-NEMONICO         TO ST-NEMONICO
           MOVE MC-MERCADO          TO ST-MERCADO
           MOVE MK-CORRESPONSAL     TO ST-CORRESPONSAL
           MOVE MI-CODIGO-LOCAL     TO ST-CODIGO-LOCAL
           MOVE MC-CAN-EJECUTADA    TO ST-CANTIDAD
           MOVE MC-PRECIO-EJECUCION TO ST-PRECIO
           COMPUTE ST-IMPORTE ROUNDED =
              MC-CAN-EJECUTADA * MC-PRECIO-EJECUCION
           MOVE MC-MONEDA           TO ST-MONEDA
           MOVE WS-FECHA-PROCESO    TO ST-FEC-OPERACION
           MOVE WS-FECHA-LIQUIDACION TO ST-FEC-LIQUIDACION
           MOVE 'I'                 TO ST-ESTADO
           MOVE WS-FECHA-PROCESO    TO ST-FEC-ESTADO
           MOVE ST-TIPO-MENSAJE     TO ST-ULTIMO-MENSAJE
           MOVE 0                   TO ST-CAN-LIQUIDADA
           MOVE 0                   TO ST-IMP-LIQUIDADO
           MOVE 0                   TO ST-FEC-LIQ-EFECTIVA
           MOVE '00'                TO WS-ST-STATUS
           WRITE ST-REGISTRO-LIQUIDACION
              INVALID KEY MOVE '22' TO WS-ST-STATUS
           END-WRITE
           IF WS-ST-OK
              PERFORM 3000-ESCRIBIR-MENSAJE
              ADD 1 TO WS-TOT-INSTRUIDAS
           ELSE
              ADD 1 TO WS-TOT-DUPLICADAS
              DISPLAY 'RMILAINS - REFERENCIA YA INSTRUIDA: '
                      ST-REFERENCIA
           END-IF
           .
       2200-GENERAR-INSTRUCCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * MENSAJE MT54X: BLOQUE 2 DE ENTRADA AL BIC DEL CORRESPONSAL   *
      * (TERMINAL LOGICO 'X') Y BLOQUE 4 CON LAS SECUENCIAS GENL,    *
      * TRADDET, FIAC Y SETDET. EL IMPORTE (SECUENCIA AMT) SOLO VA   *
      * EN LAS CONTRA PAGO.                                          *
      *--------------------------------------------------------------*
       3000-ESCRIBIR-MENSAJE.
           MOVE SPACES TO WS-LINEA
           STRING '{2:I' ST-TIPO-MENSAJE
                  MK-CORRESPONSAL(1:8) 'X' MK-CORRESPONSAL(9:3)
                  'N}{4:'
                  DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
           MOVE ':16R:GENL' TO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
           STRING ':20C::SEME//' ST-REFERENCIA
                  DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
           MOVE ':23G:NEWM' TO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
           MOVE ':16S:GENL' TO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
           MOVE ':16R:TRADDET' TO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
           STRING ':98A::TRAD//' ST-FEC-OPERACION
                  DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
           STRING ':98A::SETT//' ST-FEC-LIQUIDACION
                  DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
           IF ST-RECIBE-CONTRA-PAGO OR ST-ENTREGA-CONTRA-PAGO
              MOVE ST-PRECIO TO WS-NUM-VALOR
              PERFORM 8000-FORMATEAR-NUMERO
              STRING ':90B::DEAL//ACTU/' ST-MONEDA
                     WS-NUM-TEXTO DELIMITED BY SPACE
                     INTO WS-LINEA
              PERFORM 3900-GRABAR-LINEA
           END-IF
           STRING ':35B:' ST-CODIGO-LOCAL
                  DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
           MOVE ':16S:TRADDET' TO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
           MOVE ':16R:FIAC' TO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
           MOVE ST-CANTIDAD TO WS-NUM-VALOR
           PERFORM 8000-FORMATEAR-NUMERO
           STRING ':36B::SETT//UNIT/' WS-NUM-TEXTO
                  DELIMITED BY SPACE INTO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
           STRING ':97A::SAFE//' MK-CTA-CUSTODIA
                  DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
           MOVE ':16S:FIAC' TO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
           MOVE ':16R:SETDET' TO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
           MOVE ':22F::SETR//TRAD' TO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
           MOVE ':16R:SETPRTY' TO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
           STRING ':95P::PSET//' MK-DEPOSITARIO
                  DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
           MOVE ':16S:SETPRTY' TO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
           IF ST-RECIBE-LIBRE OR ST-RECIBE-CONTRA-PAGO
              MOVE 'DEAG' TO WS-CALIFICADOR-PARTE
           ELSE
              MOVE 'REAG' TO WS-CALIFICADOR-PARTE
           END-IF
           MOVE ':16R:SETPRTY' TO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
           STRING ':95P::' WS-CALIFICADOR-PARTE '//' MK-CORRESPONSAL
                  DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
           MOVE ':16S:SETPRTY' TO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
           IF ST-RECIBE-CONTRA-PAGO OR ST-ENTREGA-CONTRA-PAGO
              MOVE ':16R:AMT' TO WS-LINEA
              PERFORM 3900-GRABAR-LINEA
              MOVE ST-IMPORTE TO WS-NUM-VALOR
              PERFORM 8000-FORMATEAR-NUMERO
              STRING ':19A::SETT//' ST-MONEDA WS-NUM-TEXTO
                     DELIMITED BY SPACE INTO WS-LINEA
              PERFORM 3900-GRABAR-LINEA
              MOVE ':16S:AMT' TO WS-LINEA
              PERFORM 3900-GRABAR-LINEA
           END-IF
           MOVE ':16S:SETDET' TO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
           MOVE '-}' TO WS-LINEA
           PERFORM 3900-GRABAR-LINEA
           .
       3000-ESCRIBIR-MENSAJE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3900-GRABAR-LINEA.
           WRITE SO-LINEA-MENSAJE FROM WS-LINEA
           ADD 1 TO WS-TOT-LINEAS
           MOVE SPACES TO WS-LINEA
           .
       3900-GRABAR-LINEA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * FORMATO NUMERICO SWIFT: SIN CEROS A LA IZQUIERDA, COMA       *
      * DECIMAL OBLIGATORIA Y DECIMALES SOLO SI SON SIGNIFICATIVOS   *
      * (1500 -> '1500,' ; 12.5 -> '12,5').                          *
      *--------------------------------------------------------------*
       8000-FORMATEAR-NUMERO.
           MOVE SPACES       TO WS-NUM-TEXTO
           MOVE WS-NUM-VALOR TO WS-NUM-ENTERO
           COMPUTE WS-NUM-DECIMAL =
              (WS-NUM-VALOR - WS-NUM-ENTERO) * 10000
           MOVE 0 TO WS-CEROS
           INSPECT WS-NUM-ENTERO-X TALLYING WS-CEROS FOR LEADING '0'
           IF WS-CEROS = 13
              MOVE 12 TO WS-CEROS
           END-IF
           COMPUTE WS-LON-ENTERO = 13 - WS-CEROS
           MOVE WS-NUM-ENTERO-X(WS-CEROS + 1:WS-LON-ENTERO)
              TO WS-NUM-TEXTO
           MOVE ',' TO WS-NUM-TEXTO(WS-LON-ENTERO + 1:1)
           EVALUATE TRUE
              WHEN WS-NUM-DECIMAL = 0
                 MOVE 0 TO WS-LON-DECIMAL
              WHEN WS-NUM-DECIMAL-X(2:3) = '000'
                 MOVE 1 TO WS-LON-DECIMAL
              WHEN WS-NUM-DECIMAL-X(3:2) = '00'
                 MOVE 2 TO WS-LON-DECIMAL
              WHEN WS-NUM-DECIMAL-X(4:1) = '0'
                 MOVE 3 TO WS-LON-DECIMAL
              WHEN OTHER
                 MOVE 4 TO WS-LON-DECIMAL
           END-EVALUATE
           IF WS-LON-DECIMAL > 0
              MOVE WS-NUM-DECIMAL-X(1:WS-LON-DECIMAL)
                 TO WS-NUM-TEXTO(WS-LON-ENTERO + 2:WS-LON-DECIMAL)
           END-IF
           .
       8000-FORMATEAR-NUMERO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE CONFIRMACION-MILA ORDEN-MAESTRO MAPA-INSTRUMENTO
                 MERCADO-MAESTRO LIQUIDACION-MILA MENSAJE-SWIFT
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RMILAINS'   TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-INSTRUIDAS TO BC-REGISTROS
           MOVE 0            TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RMILAINS - CONFIRMACIONES     : '
                   WS-TOT-CONFIRMACIONES
           DISPLAY 'RMILAINS - INSTRUCCIONES      : '
                   WS-TOT-INSTRUIDAS
           DISPLAY 'RMILAINS - SIN ORDEN          : '
                   WS-TOT-SIN-ORDEN
           DISPLAY 'RMILAINS - SIN MAPA/MERCADO   : '
                   WS-TOT-SIN-MERCADO
           DISPLAY 'RMILAINS - YA INSTRUIDAS      : '
                   WS-TOT-DUPLICADAS
           DISPLAY 'RMILAINS - LINEAS MILASWO     : '
                   WS-TOT-LINEAS
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RENDCNV.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  05/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 05/10/2026 JQ      ALTA. SERVICIO DE CONVERSION PRECIO /     *
      *                    RENDIMIENTO DE RENTA FIJA SOBRE LOS       *
      *                    FLUJOS DE CUPNSCHD, PARA INGRESAR LA      *
      *                    ORDEN EN RENDIMIENTO COMO NEGOCIA LA      *
      *                    BOLSA Y MOSTRAR PRECIO LIMPIO, SUCIO,     *
      *                    INTERES CORRIDO Y RENDIMIENTO JUNTOS.     *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * TOMA DEL CRONOGRAMA CUPNSCHD LOS FLUJOS (CUPONES Y           *
      * AMORTIZACIONES) CON FECHA DE PAGO POSTERIOR A LA FECHA DE    *
      * LIQUIDACION Y LOS DESCUENTA AL RENDIMIENTO (TEA) POR SU      *
      * PLAZO EN DIAS SOBRE LA BASE DEL FLUJO (360 O 365): EL FACTOR *
      * ES (1 + TEA/100) ELEVADO A PLAZO/BASE. COMO EN RDURRPT, LOS  *
      * FLUJOS SON POR TITULO ORIGINAL Y LA SUMA SE AJUSTA POR EL    *
      * FACTOR VIGENTE DEL PRINCIPAL (NM-FACTOR-VIGENTE) Y, EN LOS   *
      * INSTRUMENTOS VAC, POR EL FACTOR DE VACCHK. EL VALOR PRESENTE *
      * ES EL PRECIO SUCIO; EL LIMPIO ES EL SUCIO MENOS EL INTERES   *
      * CORRIDO DE CUPNACR A LA MISMA FECHA. DE PRECIO A RENDIMIENTO *
      * SE BUSCA LA TEA POR BISECCION ENTRE EL PISO Y EL TECHO, YA   *
      * QUE EL PRECIO DECRECE CON EL RENDIMIENTO; EL PRECIO QUE NO   *
      * CABE ENTRE LOS DOS EXTREMOS SE DEVUELVE FUERA DE RANGO. EL   *
      * FLUJO CUYO FACTOR DE DESCUENTO DESBORDA NO APORTA VALOR.     *
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
           SELECT CRONOGRAMA ASSIGN TO CUPNSCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CLAVE
               FILE STATUS IS WS-CU-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NEMONICO-MAESTRO
           RECORDING MODE IS F.
       COPY NEMOMAST.
       FD  CRONOGRAMA
           RECORDING MODE IS F.
       COPY CUPNSCHD.
       WORKING-STORAGE SECTION.
       01  WS-CU-STATUS                PIC X(02) VALUE '00'.
           88 WS-CU-OK                           VALUE '00'.
           88 WS-CU-FIN                          VALUE '10'.
       01  WS-NM-STATUS                PIC X(02) VALUE '00'.
           88 WS-NM-OK                           VALUE '00'.
       01  WS-SW-CONVERGE              PIC X(01) VALUE 'N'.
           88 WS-CONVERGE                        VALUE 'S'.
       77  WS-FECHA-SISTEMA            PIC 9(08) VALUE 0.
       77  WS-DIAS-LIQUIDACION         PIC S9(05) VALUE 1.
       77  WS-DIA-LIQUIDACION          PIC S9(09) COMP VALUE 0.
       77  WS-FACTOR-VIGENTE           PIC 9(01)V9(08) VALUE 1.
       77  WS-TOT-FLUJOS               PIC 9(05) COMP VALUE 0.
       77  WS-MAX-FLUJOS               PIC 9(05) COMP VALUE 400.
       77  WS-IDX                      PIC 9(05) COMP VALUE 0.
       77  WS-ITERACION                PIC 9(03) COMP VALUE 0.
       77  WS-TASA-PISO                PIC S9(03) VALUE -10.
       77  WS-TASA-TECHO               PIC S9(03) VALUE 50.
       77  WS-TASA                     PIC S9(03)V9(09) COMP-3
                                       VALUE 0.
       77  WS-TASA-MIN                 PIC S9(03)V9(09) COMP-3
                                       VALUE 0.
       77  WS-TASA-MAX                 PIC S9(03)V9(09) COMP-3
                                       VALUE 0.
       77  WS-FACTOR-DESC              PIC S9(09)V9(09) COMP-3
                                       VALUE 0.
       77  WS-VP                       PIC S9(12)V9(06) COMP-3
                                       VALUE 0.
       77  WS-VP-OBJETIVO              PIC S9(12)V9(06) COMP-3
                                       VALUE 0.
       77  WS-VP-MAXIMO                PIC S9(12)V9(06) COMP-3
                                       VALUE 0.
       77  WS-VP-MINIMO                PIC S9(12)V9(06) COMP-3
                                       VALUE 0.
       01  WS-TABLA-FLUJOS.
           05 WS-FL-ENTRADA OCCURS 400 TIMES.
              10 WS-FL-PLAZO           PIC S9(05) COMP-3.
              10 WS-FL-BASE            PIC 9(03) COMP.
              10 WS-FL-IMPORTE         PIC S9(08)V9(04) COMP-3.
       COPY VACCHKP.
       COPY CUPNACRP.
       COPY DIAHABP.
       COPY PARMCHKP.
       LINKAGE SECTION.
       COPY RENDCNVP.
       PROCEDURE DIVISION USING RDC-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           IF NOT RDC-PARAMETRO-INVALIDO
              PERFORM 2000-FECHA-LIQUIDACION
           END-IF
           IF NOT RDC-PARAMETRO-INVALIDO
              PERFORM 3000-CARGAR-FLUJOS
           END-IF
           IF NOT RDC-PARAMETRO-INVALIDO AND WS-TOT-FLUJOS > 0
              PERFORM 4000-INTERES-CORRIDO
              IF RDC-FN-RENDIMIENTO-A-PRECIO
                 PERFORM 5000-CALCULAR-PRECIO
              ELSE
                 PERFORM 6000-CALCULAR-RENDIMIENTO
              END-IF
           END-IF
           GOBACK.
      *--------------------------------------------------------------*
      * 'N' QUEDA COMO RESULTADO SI EL NEMONICO NO TIENE FLUJOS      *
      * FUTUROS EN EL CRONOGRAMA (RENTA VARIABLE O NO CARGADO).      *
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE 'E' TO RDC-IND-RESULTADO
           MOVE 0   TO RDC-PRECIO-SUCIO
           MOVE 0   TO RDC-INTERES-CORRIDO
           MOVE 0   TO WS-TOT-FLUJOS
           IF RDC-NEMONICO NOT = SPACES
              IF RDC-FN-RENDIMIENTO-A-PRECIO
                 AND RDC-RENDIMIENTO NOT < WS-TASA-PISO
                 AND RDC-RENDIMIENTO NOT > WS-TASA-TECHO
                 MOVE 'N' TO RDC-IND-RESULTADO
                 MOVE 0   TO RDC-PRECIO-LIMPIO
              END-IF
              IF RDC-FN-PRECIO-A-RENDIMIENTO
                 AND RDC-PRECIO-LIMPIO > 0
                 MOVE 'N' TO RDC-IND-RESULTADO
                 MOVE 0   TO RDC-RENDIMIENTO
              END-IF
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-FECHA-LIQUIDACION.
           IF RDC-FECHA-LIQUIDACION = 0
              IF RDC-FECHA-OPERACION = 0
                 ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
                 MOVE WS-FECHA-SISTEMA TO RDC-FECHA-OPERACION
              END-IF
              MOVE 'RF-DIAS-LIQ' TO PMC-COD-PARAMETRO
              MOVE 0             TO PMC-FECHA
              CALL 'PARMCHK' USING PMC-PARAMETROS
              IF PMC-ENCONTRADO
                 AND PMC-VALOR NOT < 0
                 AND PMC-VALOR < 10
                 MOVE PMC-VALOR TO WS-DIAS-LIQUIDACION
              END-IF
              IF WS-DIAS-LIQUIDACION = 0
                 MOVE RDC-FECHA-OPERACION TO RDC-FECHA-LIQUIDACION
              ELSE
                 MOVE 'A'                 TO DH-FUNCION
                 MOVE RDC-FECHA-OPERACION TO DH-FECHA-BASE
                 MOVE WS-DIAS-LIQUIDACION TO DH-DIAS-PEDIDOS
                 CALL 'DIAHABIL' USING DH-PARAMETROS
                 IF DH-RESULTADO-OK
                    MOVE DH-FECHA-RESULTADO TO RDC-FECHA-LIQUIDACION
                 ELSE
                    MOVE 'E' TO RDC-IND-RESULTADO
                 END-IF
              END-IF
           END-IF
           IF NOT RDC-PARAMETRO-INVALIDO
              COMPUTE WS-DIA-LIQUIDACION =
                 FUNCTION INTEGER-OF-DATE(RDC-FECHA-LIQUIDACION)
           END-IF
           .
       2000-FECHA-LIQUIDACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-CARGAR-FLUJOS.
           MOVE 1            TO WS-FACTOR-VIGENTE
           MOVE '00'         TO WS-NM-STATUS
           MOVE RDC-NEMONICO TO NM-NEMONICO
           OPEN INPUT NEMONICO-MAESTRO
           READ NEMONICO-MAESTRO
              INVALID KEY MOVE '23' TO WS-NM-STATUS
           END-READ
           CLOSE NEMONICO-MAESTRO
           IF WS-NM-OK AND NM-FACTOR-VIGENTE > 0
              MOVE NM-FACTOR-VIGENTE TO WS-FACTOR-VIGENTE
           END-IF
           MOVE RDC-NEMONICO          TO VAC-NEMONICO
           MOVE RDC-FECHA-LIQUIDACION TO VAC-FECHA
           CALL 'VACCHK' USING VAC-PARAMETROS
           MOVE '00'         TO WS-CU-STATUS
           OPEN INPUT CRONOGRAMA
           MOVE RDC-NEMONICO TO CU-NEMONICO
           MOVE 0            TO CU-NRO-CUPON
           START CRONOGRAMA KEY IS NOT LESS THAN CU-CLAVE
              INVALID KEY MOVE '10' TO WS-CU-STATUS
           END-START
           IF WS-CU-OK
              READ CRONOGRAMA NEXT RECORD
                 AT END MOVE '10' TO WS-CU-STATUS
              END-READ
           END-IF
           PERFORM 3100-TOMAR-FLUJO
              UNTIL WS-CU-FIN
                 OR CU-NEMONICO NOT = RDC-NEMONICO
           CLOSE CRONOGRAMA
           .
       3000-CARGAR-FLUJOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-TOMAR-FLUJO.
           IF CU-FECHA-PAGO > RDC-FECHA-LIQUIDACION
              AND WS-TOT-FLUJOS < WS-MAX-FLUJOS
              ADD 1 TO WS-TOT-FLUJOS
              COMPUTE WS-FL-PLAZO(WS-TOT-FLUJOS) =
                 FUNCTION INTEGER-OF-DATE(CU-FECHA-PAGO)
                 - WS-DIA-LIQUIDACION
              IF CU-BASE-CALCULO = '365'
                 MOVE 365 TO WS-FL-BASE(WS-TOT-FLUJOS)
              ELSE
                 MOVE 360 TO WS-FL-BASE(WS-TOT-FLUJOS)
              END-IF
              MOVE CU-IMPORTE-POR-TITULO
                 TO WS-FL-IMPORTE(WS-TOT-FLUJOS)
           END-IF
           READ CRONOGRAMA NEXT RECORD
              AT END MOVE '10' TO WS-CU-STATUS
           END-READ
           .
       3100-TOMAR-FLUJO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-INTERES-CORRIDO.
           MOVE RDC-NEMONICO          TO ACR-NEMONICO
           MOVE RDC-FECHA-LIQUIDACION TO ACR-FECHA-VALORIZACION
           CALL 'CUPNACR' USING ACR-PARAMETROS
           IF ACR-CALCULADO
              MOVE ACR-INTERES-CORRIDO TO RDC-INTERES-CORRIDO
           END-IF
           .
       4000-INTERES-CORRIDO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5000-CALCULAR-PRECIO.
           MOVE RDC-RENDIMIENTO TO WS-TASA
           PERFORM 7000-VALOR-PRESENTE
           COMPUTE RDC-PRECIO-SUCIO ROUNDED = WS-VP
           COMPUTE RDC-PRECIO-LIMPIO ROUNDED =
              WS-VP - RDC-INTERES-CORRIDO
           MOVE 'S' TO RDC-IND-RESULTADO
           .
       5000-CALCULAR-PRECIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL PRECIO SUCIO OBJETIVO DEBE QUEDAR ENTRE EL VALOR PRESENTE *
      * AL TECHO (MINIMO) Y AL PISO (MAXIMO) DEL RENDIMIENTO. LA     *
      * BISECCION TERMINA CUANDO EL INTERVALO BAJA DE UNA            *
      * MILLONESIMA DE PUNTO PORCENTUAL.                             *
      *--------------------------------------------------------------*
       6000-CALCULAR-RENDIMIENTO.
           COMPUTE WS-VP-OBJETIVO =
              RDC-PRECIO-LIMPIO + RDC-INTERES-CORRIDO
           MOVE WS-TASA-PISO  TO WS-TASA
           PERFORM 7000-VALOR-PRESENTE
           MOVE WS-VP         TO WS-VP-MAXIMO
           MOVE WS-TASA-TECHO TO WS-TASA
           PERFORM 7000-VALOR-PRESENTE
           MOVE WS-VP         TO WS-VP-MINIMO
           IF WS-VP-OBJETIVO > WS-VP-MAXIMO
              OR WS-VP-OBJETIVO < WS-VP-MINIMO
              MOVE 'C' TO RDC-IND-RESULTADO
           ELSE
              MOVE WS-TASA-PISO  TO WS-TASA-MIN
              MOVE WS-TASA-TECHO TO WS-TASA-MAX
              MOVE 0             TO WS-ITERACION
              MOVE 'N'           TO WS-SW-CONVERGE
              PERFORM 6100-BISECAR
                 UNTIL WS-CONVERGE
                    OR WS-ITERACION > 60
              COMPUTE RDC-RENDIMIENTO ROUNDED =
                 (WS-TASA-MIN + WS-TASA-MAX) / 2
              COMPUTE RDC-PRECIO-SUCIO ROUNDED = WS-VP-OBJETIVO
              MOVE 'S' TO RDC-IND-RESULTADO
           END-IF
           .
       6000-CALCULAR-RENDIMIENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6100-BISECAR.
           ADD 1 TO WS-ITERACION
           COMPUTE WS-TASA = (WS-TASA-MIN + WS-TASA-MAX) / 2
           PERFORM 7000-VALOR-PRESENTE
           IF WS-VP > WS-VP-OBJETIVO
              MOVE WS-TASA TO WS-TASA-MIN
           ELSE
              MOVE WS-TASA TO WS-TASA-MAX
           END-IF
           IF WS-TASA-MAX - WS-TASA-MIN < 0.000001
              MOVE 'S' TO WS-SW-CONVERGE
           END-IF
           .
       6100-BISECAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7000-VALOR-PRESENTE.
           MOVE 0 TO WS-VP
           PERFORM 7100-DESCONTAR-FLUJO
              VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-TOT-FLUJOS
           COMPUTE WS-VP = WS-VP * WS-FACTOR-VIGENTE * VAC-FACTOR
           .
       7000-VALOR-PRESENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7100-DESCONTAR-FLUJO.
           COMPUTE WS-FACTOR-DESC =
              (1 + WS-TASA / 100)
              ** (WS-FL-PLAZO(WS-IDX) / WS-FL-BASE(WS-IDX))
              ON SIZE ERROR
                 MOVE 0 TO WS-FACTOR-DESC
           END-COMPUTE
           IF WS-FACTOR-DESC > 0
              COMPUTE WS-VP = WS-VP
                 + WS-FL-IMPORTE(WS-IDX) / WS-FACTOR-DESC
           END-IF
           .
       7100-DESCONTAR-FLUJO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

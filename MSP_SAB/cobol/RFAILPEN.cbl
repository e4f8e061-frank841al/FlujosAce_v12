      *                    INCUMPLIMIENTO (EFEPOST), Y SOLICITUD DE  *
      *                    BUY-IN MAS AVISO FORMAL (RVALUSU) AL      *
      *                    CRUZAR EL UMBRAL DE ANTIGUEDAD.           *
      * 28/09/2026 JQ      ALTA. LA LIQUIDACION INCUMPLIDA QUE LLEGA *
      *                    A RECOMPRA SE PROPONE COMO EVENTO DE      *
      *                    PERDIDA OPERACIONAL (EVPROP) CON LA MORA  *
      *                    ACUMULADA, ACTUALIZADA EN CADA CORRIDA;   *
      *                    LA MORA COBRADA AL CLIENTE QUEDA COMO     *
      *                    RECUPERO.                                 *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * CLIQVENC SOLO AVISA; ESTE PROCESO GESTIONA. CARGA EL         *
      *    CARGA EL ACUMULADO EN LA CUENTA EFECTIVO (EFEPOST) Y EL   *
      *    CASO QUEDA COBRADO.                                       *
      * LA GENERACION NUEVA DEL REGISTRO SALE EN FAILPENN.           *
      * EL CASO EN RECOMPRA ES UN EVENTO DE PERDIDA OPERACIONAL: SE  *
      * PROPONE AL REGISTRO EVPERD (LINEA 5 PAGOS Y LIQUIDACION,     *
      * TIPO 7 EJECUCION Y GESTION DE PROCESOS) CON LA MORA          *
      * ACUMULADA COMO PERDIDA BRUTA, QUE SE ACTUALIZA MIENTRAS EL   *
      * EVENTO SIGA PROPUESTO; AL COBRARSE LA MORA AL CLIENTE EL     *
      * IMPORTE COBRADO SE REGISTRA COMO RECUPERO DEL EVENTO.        *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-TOT-ATRASADAS            PIC 9(05) COMP VALUE 0.
       77  WS-TOT-COBRADAS             PIC 9(05) COMP VALUE 0.
       77  WS-TOT-BUYIN                PIC 9(05) COMP VALUE 0.
       77  WS-TOT-EVENTOS              PIC 9(05) COMP VALUE 0.
       77  WS-TOT-ANTERIORES           PIC 9(05) COMP VALUE 0.
       77  WS-POS-ANTERIOR             PIC 9(05) COMP VALUE 0.
       77  WS-IDX                      PIC 9(05) COMP VALUE 0.
       COPY DIAHABP.
       COPY TEMCHKP.
       COPY EFEPOSTP.
       COPY EVPROPP.
       COPY Copy_of_VLMC500E.
       COPY VLMC500S.
       PROCEDURE DIVISION.
                 MOVE 'A' TO FP-ESTADO
              END-IF
           END-IF
           IF FP-BUYIN-GENERADO
              PERFORM 2260-PROPONER-EVENTO
           END-IF
           WRITE FP-REGISTRO-INCUMPLIMIENTO
           .
       2200-ACUMULAR-MORA-EXIT.
           .
       2250-SOLICITAR-BUYIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2260-PROPONER-EVENTO.
           MOVE 'P'                  TO EVP-FUNCION
           MOVE 'RFAILPEN'           TO EVP-ORIGEN
           MOVE SPACES               TO EVP-REFERENCIA
           MOVE LE-NRO-POLIZA        TO EVP-REFERENCIA(1:9)
           MOVE 'F'                  TO EVP-FUENTE
           MOVE LE-FEC-LIQUIDACION   TO EVP-FECHA-OCURRENCIA
           MOVE WS-FECHA-SISTEMA     TO EVP-FECHA-DESCUBRIMIENTO
           MOVE 5                    TO EVP-LINEA-NEGOCIO
           MOVE 7                    TO EVP-TIPO-EVENTO
           MOVE LE-CTA-VALOR         TO EVP-CTAVALOR
           MOVE SPACES               TO EVP-MONEDA
           MOVE FP-INTERES-ACUMULADO TO EVP-IMPORTE
           MOVE SPACES               TO EVP-DESCRIPCION
           STRING 'LIQUIDACION INCUMPLIDA EN RECOMPRA POLIZA '
                  LE-NRO-POLIZA
                  DELIMITED BY SIZE INTO EVP-DESCRIPCION
           END-STRING
           CALL 'EVPROP' USING EVP-PARAMETROS
           IF EVP-EVENTO-NUEVO
              ADD 1 TO WS-TOT-EVENTOS
           END-IF
           .
       2260-PROPONER-EVENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2300-COBRAR-MORA.
           ADD 1 TO WS-TOT-COBRADAS
              TO FP-INTERES-ACUMULADO
           MOVE 'C'                TO FP-ESTADO
           WRITE FP-REGISTRO-INCUMPLIMIENTO
           IF WS-AN-ESTADO(WS-POS-ANTERIOR) = 'B'
              MOVE 'R'                TO EVP-FUNCION
              MOVE 'RFAILPEN'         TO EVP-ORIGEN
              MOVE SPACES             TO EVP-REFERENCIA
              MOVE LE-NRO-POLIZA      TO EVP-REFERENCIA(1:9)
              MOVE WS-AN-INTERES(WS-POS-ANTERIOR) TO EVP-IMPORTE
              CALL 'EVPROP' USING EVP-PARAMETROS
           END-IF
           .
       2300-COBRAR-MORA-EXIT.
           EXIT.
                   WS-TOT-ATRASADAS
           DISPLAY 'RFAILPEN - MORAS COBRADAS    : ' WS-TOT-COBRADAS
           DISPLAY 'RFAILPEN - RECOMPRAS PEDIDAS : ' WS-TOT-BUYIN
           DISPLAY 'RFAILPEN - EVENTOS PROPUESTOS: ' WS-TOT-EVENTOS
           .
       9000-FIN-EXIT.
           EXIT.

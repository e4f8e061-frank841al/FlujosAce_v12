      *                    (SANCIONADOS/PEP) CONTRA LOS NOMBRES DE   *
      *                    CLIENTE DE CLICONT, CON ALTA DE CASO EN   *
      *                    EL REGISTRO DE ALERTAS AMLALERT.          *
      * 21/09/2026 JQ      ALTA. LOS BENEFICIARIOS FINALES VIGENTES  *
      *                    DE LAS EMPRESAS CLIENTE (BENFINAL) SE     *
      *                    CRUZAN CONTRA LA LISTA JUNTO CON LOS      *
      *                    CLIENTES; EL CASO VA A NOMBRE DEL         *
      *                    BENEFICIARIO CON EL RUC DE LA EMPRESA.    *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * SE EJECUTA EN CADA REFRESCO DE LA LISTA Y COMO PARTE DEL     *
               ORGANIZATION IS SEQUENTIAL.
           SELECT REGISTRO-ALERTA ASSIGN TO AMLALERT
               ORGANIZATION IS SEQUENTIAL.
           SELECT BENEFICIARIO-FINAL ASSIGN TO BENFINAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-CLAVE
               FILE STATUS IS WS-BO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LISTA-VIGILANCIA
       FD  REGISTRO-ALERTA
           RECORDING MODE IS F.
       COPY AMLALERT.
       FD  BENEFICIARIO-FINAL
           RECORDING MODE IS F.
       COPY BENFINAL.
       WORKING-STORAGE SECTION.
       01  WS-BO-STATUS                PIC X(02) VALUE '00'.
           88 WS-BO-OK                           VALUE '00'.
           88 WS-BO-FIN                          VALUE '10'.
       77  WS-EOF-LISTA                PIC X(01) VALUE 'N'.
           88 WS-FIN-LISTA                       VALUE 'S'.
       77  WS-EOF-CLIENTE              PIC X(01) VALUE 'N'.
       77  WS-TOT-LISTA                PIC 9(03) COMP VALUE 0.
       77  WS-TOT-CLIENTES             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-COINCIDENCIAS        PIC 9(05) COMP VALUE 0.
       77  WS-TOT-BENEFICIARIOS        PIC 9(07) COMP VALUE 0.
       77  WS-TOT-COINC-BENEF          PIC 9(05) COMP VALUE 0.
       77  WS-IDX                      PIC 9(03) COMP VALUE 0.
       01  WS-TABLA-LISTA.
           05 WS-LISTA-ENTRY OCCURS 500 TIMES.
           PERFORM 1000-INICIO
           PERFORM 2000-CRUZAR-CLIENTE
              UNTIL WS-FIN-CLIENTE
           PERFORM 3000-CRUZAR-BENEFICIARIOS
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
           .
       2200-ABRIR-CASO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * BENEFICIARIOS FINALES VIGENTES DE LAS EMPRESAS: MISMA REGLA  *
      * DE COINCIDENCIA QUE PARA LOS CLIENTES.                       *
      *--------------------------------------------------------------*
       3000-CRUZAR-BENEFICIARIOS.
           OPEN INPUT BENEFICIARIO-FINAL
           MOVE '00'       TO WS-BO-STATUS
           MOVE LOW-VALUES TO BO-CLAVE
           START BENEFICIARIO-FINAL KEY IS NOT LESS THAN BO-CLAVE
              INVALID KEY MOVE '10' TO WS-BO-STATUS
           END-START
           IF WS-BO-OK
              READ BENEFICIARIO-FINAL NEXT RECORD
                 AT END MOVE '10' TO WS-BO-STATUS
              END-READ
           END-IF
           PERFORM 3100-CRUZAR-BENEFICIARIO
              UNTIL WS-BO-FIN
           CLOSE BENEFICIARIO-FINAL
           .
       3000-CRUZAR-BENEFICIARIOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-CRUZAR-BENEFICIARIO.
           IF BO-VIGENTE
              AND (BO-FEC-FIN = 0 OR BO-FEC-FIN NOT < WS-FECHA-SISTEMA)
              ADD 1 TO WS-TOT-BENEFICIARIOS
              PERFORM 3200-COMPARAR-BENEFICIARIO
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-TOT-LISTA
           END-IF
           READ BENEFICIARIO-FINAL NEXT RECORD
              AT END MOVE '10' TO WS-BO-STATUS
           END-READ
           .
       3100-CRUZAR-BENEFICIARIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3200-COMPARAR-BENEFICIARIO.
           IF WS-LV-NOMBRE(WS-IDX)(1:30) = BO-NOMBRE(1:30)
              AND BO-NOMBRE NOT = SPACES
              PERFORM 3300-ABRIR-CASO-BENEFICIARIO
           END-IF
           .
       3200-COMPARAR-BENEFICIARIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3300-ABRIR-CASO-BENEFICIARIO.
           ADD 1 TO WS-TOT-COINC-BENEF
           MOVE WS-FECHA-SISTEMA TO AA-FECHA-ALERTA
           MOVE 'L'              TO AA-TIPO-CASO
           MOVE BO-RUC-EMPRESA   TO AA-CTAVALOR
           MOVE BO-NOMBRE        TO AA-NOMBRE
           IF WS-LV-TIPO(WS-IDX) = 'S'
              MOVE 'BENEFICIARIO FINAL EN LISTA DE SANCIONADOS'
                 TO AA-DETALLE
           ELSE
              MOVE 'BENEFICIARIO FINAL EN LISTA PEP'
                 TO AA-DETALLE
           END-IF
           MOVE 'N'              TO AA-ESTADO
           WRITE AA-REGISTRO-ALERTA
           .
       3300-ABRIR-CASO-BENEFICIARIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE CONTACTO-CLIENTE REGISTRO-ALERTA
           DISPLAY 'RAMLSCR - CLIENTES CRUZADOS  : ' WS-TOT-CLIENTES
           DISPLAY 'RAMLSCR - COINCIDENCIAS      : '
                   WS-TOT-COINCIDENCIAS
           DISPLAY 'RAMLSCR - BENEFICIARIOS FINALES CRUZADOS : '
                   WS-TOT-BENEFICIARIOS
           DISPLAY 'RAMLSCR - COINCIDENCIAS DE BENEFICIARIOS : '
                   WS-TOT-COINC-BENEF
           .
       9000-FIN-EXIT.
           EXIT.

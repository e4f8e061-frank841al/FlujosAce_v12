       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RCOLAPEN.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  05/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 05/10/2026 JQ      ALTA. REPORTE DE FIN DE DIA DE LA COLA    *
      *                    UNIFICADA DE TRABAJO (COLATRAB): TAREAS   *
      *                    AUN ABIERTAS AGRUPADAS POR EQUIPO, CON    *
      *                    ANTIGUEDAD, RESPONSABLE, VENCIMIENTO Y    *
      *                    TRANSACCION QUE LAS RESUELVE.             *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * CORRE DESPUES DEL ULTIMO REFRESCO DEL DIA (RCOLATRB). UNA    *
      * PRIMERA PASADA ARMA LA TABLA DE EQUIPOS CON TAREAS ABIERTAS; *
      * LUEGO, POR CADA EQUIPO, RECORRE LA COLA Y LISTA SUS TAREAS   *
      * PENDIENTES Y ASIGNADAS, MARCANDO CON 'V' LAS YA VENCIDAS     *
      * (FECHA DE VENCIMIENTO PASADA, O DE HOY CON LA HORA DE CORTE  *
      * CUMPLIDA). CADA EQUIPO CIERRA CON SU TOTAL DE ABIERTAS, SIN  *
      * RESPONSABLE Y VENCIDAS. LA ANTIGUEDAD SE CUENTA EN DIAS      *
      * CORRIDOS DESDE LA FECHA DE ORIGEN DEL PENDIENTE.             *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLA-TRABAJO ASSIGN TO COLATRAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TQ-CLAVE
               FILE STATUS IS WS-TQ-STATUS.
           SELECT REPORTE-PENDIENTES ASSIGN TO COLAPEN
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  COLA-TRABAJO
           RECORDING MODE IS F.
       COPY COLATRAB.
       FD  REPORTE-PENDIENTES
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-TQ-STATUS                PIC X(02) VALUE '00'.
           88 WS-TQ-OK                           VALUE '00'.
           88 WS-TQ-FIN                          VALUE '10'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       77  WS-HORA-SISTEMA             PIC 9(08).
       77  WS-HORA-CORTE               PIC 9(04).
       77  WS-DIAS-ABIERTA             PIC S9(05) COMP-3 VALUE 0.
       77  WS-IDX                      PIC 9(03) COMP VALUE 0.
       77  WS-IDX-EQUIPO               PIC 9(03) COMP VALUE 0.
       77  WS-TOT-EQUIPOS              PIC 9(03) COMP VALUE 0.
       77  WS-TOT-ABIERTAS             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-VENCIDAS             PIC 9(07) COMP VALUE 0.
       77  WS-SW-EQUIPO                PIC X(01) VALUE 'N'.
           88 WS-EQUIPO-HALLADO                  VALUE 'S'.
       77  WS-SW-VENCIDA               PIC X(01) VALUE 'N'.
           88 WS-TAREA-VENCIDA                   VALUE 'S'.
       77  WS-EQUIPO-BUSCADO           PIC X(10) VALUE SPACES.
       01  WS-TABLA-EQUIPOS.
           05 WS-EQUIPO-COLA OCCURS 50 TIMES.
              10 WS-EQC-EQUIPO         PIC  X(10).
              10 WS-EQC-ABIERTAS       PIC  9(05) COMP.
              10 WS-EQC-SIN-RESPONSABLE PIC 9(05) COMP.
              10 WS-EQC-VENCIDAS       PIC  9(05) COMP.
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(41) VALUE
              'TAREAS ABIERTAS AL CIERRE POR EQUIPO -   '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(83) VALUE SPACES.
       01  WS-LINEA-EQUIPO.
           05 FILLER                   PIC X(08) VALUE 'EQUIPO: '.
           05 WE-EQUIPO                PIC X(10).
           05 FILLER                   PIC X(114) VALUE SPACES.
       01  WS-LINEA-TAREA.
           05 WL-ORIGEN                PIC  X(08).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WL-REFERENCIA            PIC  X(30).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WL-CTAVALOR              PIC  X(20).
           05 FILLER                   PIC  X(06) VALUE ' DIAS '.
           05 WL-DIAS                  PIC  ZZZ9.
           05 FILLER                   PIC  X(05) VALUE ' RSP '.
           05 WL-RESPONSABLE           PIC  X(07).
           05 FILLER                   PIC  X(07) VALUE ' VENCE '.
           05 WL-FECHA-VENCE           PIC  9(08).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WL-HORA-VENCE            PIC  9(04).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WL-VENCIDA               PIC  X(01).
           05 FILLER                   PIC  X(05) VALUE ' TRX '.
           05 WL-TRANSACCION           PIC  X(08).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WL-ESTADO                PIC  X(01).
           05 FILLER                   PIC  X(13) VALUE SPACES.
       01  WS-LINEA-TOTAL.
           05 FILLER                   PIC X(13) VALUE 'TOTAL EQUIPO '.
           05 WTT-EQUIPO               PIC X(10).
           05 FILLER                   PIC X(10) VALUE ' ABIERTAS '.
           05 WTT-ABIERTAS             PIC ZZZZ9.
           05 FILLER                   PIC X(17) VALUE
              ' SIN RESPONSABLE '.
           05 WTT-SIN-RESPONSABLE      PIC ZZZZ9.
           05 FILLER                   PIC X(10) VALUE ' VENCIDAS '.
           05 WTT-VENCIDAS             PIC ZZZZ9.
           05 FILLER                   PIC X(57) VALUE SPACES.
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-ARMAR-EQUIPOS
           PERFORM 3000-REPORTAR-EQUIPO
              VARYING WS-IDX-EQUIPO FROM 1 BY 1
              UNTIL WS-IDX-EQUIPO > WS-TOT-EQUIPOS
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-HORA-SISTEMA(1:4) TO WS-HORA-CORTE
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RCOLAPEN'   TO BC-PROGRAMA
           MOVE 'RCOLATRB'   TO BC-PREDECESOR
           MOVE WS-FECHA-SISTEMA TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RCOLAPEN - PREDECESOR RCOLATRB SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT  COLA-TRABAJO
           OPEN OUTPUT REPORTE-PENDIENTES
           MOVE WS-FECHA-SISTEMA TO WT-FECHA
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-ARMAR-EQUIPOS.
           PERFORM 7000-POSICIONAR-COLA
           PERFORM 2100-CONTAR-TAREA
              UNTIL WS-TQ-FIN
           .
       2000-ARMAR-EQUIPOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-CONTAR-TAREA.
           IF NOT TQ-CERRADA
              MOVE TQ-EQUIPO TO WS-EQUIPO-BUSCADO
              PERFORM 6000-UBICAR-EQUIPO
           END-IF
           READ COLA-TRABAJO NEXT RECORD
              AT END MOVE '10' TO WS-TQ-STATUS
           END-READ
           .
       2100-CONTAR-TAREA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-REPORTAR-EQUIPO.
           MOVE WS-EQC-EQUIPO(WS-IDX-EQUIPO) TO WE-EQUIPO
           WRITE REPORTE-REC FROM WS-LINEA-EQUIPO
           PERFORM 7000-POSICIONAR-COLA
           PERFORM 3100-LISTAR-TAREA
              UNTIL WS-TQ-FIN
           MOVE WS-EQC-EQUIPO(WS-IDX-EQUIPO)   TO WTT-EQUIPO
           MOVE WS-EQC-ABIERTAS(WS-IDX-EQUIPO) TO WTT-ABIERTAS
           MOVE WS-EQC-SIN-RESPONSABLE(WS-IDX-EQUIPO)
              TO WTT-SIN-RESPONSABLE
           MOVE WS-EQC-VENCIDAS(WS-IDX-EQUIPO) TO WTT-VENCIDAS
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           .
       3000-REPORTAR-EQUIPO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-LISTAR-TAREA.
           IF NOT TQ-CERRADA
              AND TQ-EQUIPO = WS-EQC-EQUIPO(WS-IDX-EQUIPO)
              ADD 1 TO WS-EQC-ABIERTAS(WS-IDX-EQUIPO)
              ADD 1 TO WS-TOT-ABIERTAS
              IF TQ-RESPONSABLE = SPACES
                 ADD 1 TO WS-EQC-SIN-RESPONSABLE(WS-IDX-EQUIPO)
              END-IF
              MOVE 'N' TO WS-SW-VENCIDA
              IF TQ-FECHA-VENCE < WS-FECHA-SISTEMA
                 OR (TQ-FECHA-VENCE = WS-FECHA-SISTEMA
                     AND TQ-HORA-VENCE NOT > WS-HORA-CORTE)
                 MOVE 'S' TO WS-SW-VENCIDA
                 ADD 1 TO WS-EQC-VENCIDAS(WS-IDX-EQUIPO)
                 ADD 1 TO WS-TOT-VENCIDAS
              END-IF
              COMPUTE WS-DIAS-ABIERTA =
                 FUNCTION INTEGER-OF-DATE(WS-FECHA-SISTEMA)
               - FUNCTION INTEGER-OF-DATE(TQ-FECHA-ORIGEN)
              MOVE TQ-ORIGEN       TO WL-ORIGEN
              MOVE TQ-REFERENCIA   TO WL-REFERENCIA
              MOVE TQ-CTAVALOR     TO WL-CTAVALOR
              MOVE WS-DIAS-ABIERTA TO WL-DIAS
              MOVE TQ-RESPONSABLE  TO WL-RESPONSABLE
              MOVE TQ-FECHA-VENCE  TO WL-FECHA-VENCE
              MOVE TQ-HORA-VENCE   TO WL-HORA-VENCE
              MOVE SPACE           TO WL-VENCIDA
              IF WS-TAREA-VENCIDA
                 MOVE 'V'          TO WL-VENCIDA
              END-IF
              MOVE TQ-TRANSACCION  TO WL-TRANSACCION
              MOVE TQ-ESTADO       TO WL-ESTADO
              WRITE REPORTE-REC FROM WS-LINEA-TAREA
           END-IF
           READ COLA-TRABAJO NEXT RECORD
              AT END MOVE '10' TO WS-TQ-STATUS
           END-READ
           .
       3100-LISTAR-TAREA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * UBICA (O CREA) LA ENTRADA DEL EQUIPO EN LA TABLA. SI LA      *
      * TABLA SE LLENA EL EQUIPO NO SE REPORTA Y SE AVISA.           *
      *--------------------------------------------------------------*
       6000-UBICAR-EQUIPO.
           MOVE 'N' TO WS-SW-EQUIPO
           PERFORM 6100-COMPARAR-EQUIPO
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-EQUIPOS
                 OR WS-EQUIPO-HALLADO
           IF NOT WS-EQUIPO-HALLADO
              IF WS-TOT-EQUIPOS < 50
                 ADD 1 TO WS-TOT-EQUIPOS
                 MOVE WS-EQUIPO-BUSCADO TO
                    WS-EQC-EQUIPO(WS-TOT-EQUIPOS)
                 MOVE 0 TO WS-EQC-ABIERTAS(WS-TOT-EQUIPOS)
                 MOVE 0 TO WS-EQC-SIN-RESPONSABLE(WS-TOT-EQUIPOS)
                 MOVE 0 TO WS-EQC-VENCIDAS(WS-TOT-EQUIPOS)
              ELSE
                 DISPLAY 'RCOLAPEN - TABLA DE EQUIPOS LLENA: '
                         WS-EQUIPO-BUSCADO
              END-IF
           END-IF
           .
       6000-UBICAR-EQUIPO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6100-COMPARAR-EQUIPO.
           IF WS-EQC-EQUIPO(WS-IDX) = WS-EQUIPO-BUSCADO
              MOVE 'S' TO WS-SW-EQUIPO
           END-IF
           .
       6100-COMPARAR-EQUIPO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7000-POSICIONAR-COLA.
           MOVE '00' TO WS-TQ-STATUS
           MOVE LOW-VALUES TO TQ-CLAVE
           START COLA-TRABAJO KEY IS NOT LESS THAN TQ-CLAVE
              INVALID KEY MOVE '10' TO WS-TQ-STATUS
           END-START
           IF NOT WS-TQ-FIN
              READ COLA-TRABAJO NEXT RECORD
                 AT END MOVE '10' TO WS-TQ-STATUS
              END-READ
           END-IF
           .
       7000-POSICIONAR-COLA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE COLA-TRABAJO REPORTE-PENDIENTES
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RCOLAPEN'   TO BC-PROGRAMA
           MOVE WS-FECHA-SISTEMA TO BC-FECHA-PROCESO
           MOVE WS-TOT-ABIERTAS  TO BC-REGISTROS
           MOVE 0            TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RCOLAPEN - EQUIPOS CON TAREAS : ' WS-TOT-EQUIPOS
           DISPLAY 'RCOLAPEN - TAREAS ABIERTAS    : ' WS-TOT-ABIERTAS
           DISPLAY 'RCOLAPEN - TAREAS VENCIDAS    : ' WS-TOT-VENCIDAS
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

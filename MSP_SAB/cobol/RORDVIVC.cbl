       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RORDVIVC.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  05/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 05/10/2026 JQ      ALTA. VERIFICACION DE CONSISTENCIA DEL    *
      *                    LIBRO DE ORDENES VIVAS (ORDVIVO) CONTRA   *
      *                    ORDMAST, CON REPORTE DE DIFERENCIAS Y     *
      *                    RETORNO 16 ANTE DESCUADRE.                *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * DOS PASADAS DE SOLO LECTURA. LA PRIMERA RECORRE ORDMAST Y,   *
      * POR CADA ORDEN VIVA (SITUACION DISTINTA DE EJECUTADA Y       *
      * CANCELADA), EXIGE SU ENTRADA EN EL LIBRO CON EL MISMO        *
      * NEMONICO Y LA MISMA SITUACION. LA SEGUNDA RECORRE EL LIBRO Y *
      * EXIGE QUE CADA ENTRADA EXISTA EN ORDMAST Y SIGA VIVA. CADA   *
      * DIFERENCIA SALE EN ORDVIVQ CON SU TIPO: F = ORDEN VIVA       *
      * FALTANTE EN EL LIBRO, S = SITUACION O NEMONICO DISTINTO, H = *
      * ENTRADA SIN ORDEN EN ORDMAST, C = ENTRADA DE UNA ORDEN YA    *
      * CERRADA. CON DIFERENCIAS TERMINA CON RETORNO 16 Y EL LIBRO   *
      * SE REGENERA CON RORDVIV. LA CORRIDA SE REGISTRA EN RUNCTL    *
      * VIA BCHCTL.                                                  *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDEN-MAESTRO ASSIGN TO ORDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-CLAVE
               FILE STATUS IS WS-OM-STATUS.
           SELECT LIBRO-ORDENES-VIVAS ASSIGN TO ORDVIVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OV-CLAVE
               FILE STATUS IS WS-OV-STATUS.
           SELECT REPORTE-DIFERENCIAS ASSIGN TO ORDVIVQ
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDEN-MAESTRO
           RECORDING MODE IS F.
       COPY ORDMAST.
       FD  LIBRO-ORDENES-VIVAS
           RECORDING MODE IS F.
       COPY ORDVIVO.
       FD  REPORTE-DIFERENCIAS
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-OM-STATUS                PIC X(02) VALUE '00'.
           88 WS-OM-OK                           VALUE '00'.
           88 WS-OM-FIN                          VALUE '10'.
       01  WS-OV-STATUS                PIC X(02) VALUE '00'.
           88 WS-OV-OK                           VALUE '00'.
           88 WS-OV-FIN                          VALUE '10'.
       77  WS-FECHA-PROCESO            PIC 9(08).
       77  WS-TOT-VIVAS-MAESTRO        PIC 9(07) COMP VALUE 0.
       77  WS-TOT-ENTRADAS-LIBRO       PIC 9(07) COMP VALUE 0.
       77  WS-TOT-DIFERENCIAS          PIC 9(07) COMP VALUE 0.
       77  WS-RC-FINAL                 PIC 9(04) COMP VALUE 0.
       01  WS-LINEA-DIFERENCIA.
           05 WD-TIPO                  PIC  X(01).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WD-CTAVALOR              PIC  X(20).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WD-ORDEN                 PIC  9(09).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WD-NEMONICO              PIC  X(10).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WD-SITUACION-MAESTRO     PIC  X(10).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WD-SITUACION-LIBRO       PIC  X(10).
           05 FILLER                   PIC  X(15) VALUE SPACES.
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-VERIFICAR-MAESTRO
              UNTIL WS-OM-FIN
           PERFORM 3000-INICIAR-LIBRO
           PERFORM 3100-VERIFICAR-LIBRO
              UNTIL WS-OV-FIN
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RORDVIVC'   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RORDVIVC - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT  ORDEN-MAESTRO
           OPEN INPUT  LIBRO-ORDENES-VIVAS
           OPEN OUTPUT REPORTE-DIFERENCIAS
           MOVE LOW-VALUES TO OM-CLAVE
           START ORDEN-MAESTRO KEY IS NOT LESS THAN OM-CLAVE
              INVALID KEY MOVE '10' TO WS-OM-STATUS
           END-START
           IF WS-OM-OK
              READ ORDEN-MAESTRO NEXT RECORD
                 AT END MOVE '10' TO WS-OM-STATUS
              END-READ
           END-IF
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * PRIMERA PASADA: TODA ORDEN VIVA DE ORDMAST DEBE ESTAR EN EL  *
      * LIBRO CON SU NEMONICO Y SITUACION ACTUALES.                  *
      *--------------------------------------------------------------*
       2000-VERIFICAR-MAESTRO.
           IF OM-SITUACION NOT = 'EJECUTADA'
              AND OM-SITUACION NOT = 'CANCELADA'
              ADD 1 TO WS-TOT-VIVAS-MAESTRO
              PERFORM 2100-BUSCAR-EN-LIBRO
           END-IF
           READ ORDEN-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-OM-STATUS
           END-READ
           .
       2000-VERIFICAR-MAESTRO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-BUSCAR-EN-LIBRO.
           MOVE OM-NEMONICO TO OV-NEMONICO
           MOVE OM-CTAVALOR TO OV-CTAVALOR
           MOVE OM-ORDEN    TO OV-ORDEN
           READ LIBRO-ORDENES-VIVAS
              INVALID KEY MOVE '23' TO WS-OV-STATUS
              NOT INVALID KEY MOVE '00' TO WS-OV-STATUS
           END-READ
           MOVE OM-CTAVALOR  TO WD-CTAVALOR
           MOVE OM-ORDEN     TO WD-ORDEN
           MOVE OM-NEMONICO  TO WD-NEMONICO
           MOVE OM-SITUACION TO WD-SITUACION-MAESTRO
           IF NOT WS-OV-OK
              MOVE 'F'    TO WD-TIPO
              MOVE SPACES TO WD-SITUACION-LIBRO
              PERFORM 8000-ESCRIBIR-DIFERENCIA
           ELSE
              IF OV-SITUACION NOT = OM-SITUACION
                 MOVE 'S'          TO WD-TIPO
                 MOVE OV-SITUACION TO WD-SITUACION-LIBRO
                 PERFORM 8000-ESCRIBIR-DIFERENCIA
              END-IF
           END-IF
           .
       2100-BUSCAR-EN-LIBRO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * SEGUNDA PASADA: TODA ENTRADA DEL LIBRO DEBE CORRESPONDER A   *
      * UNA ORDEN DE ORDMAST QUE SIGA VIVA. LA ENTRADA CLAVADA BAJO  *
      * OTRO NEMONICO QUE EL DEL MAESTRO SE REPORTA COMO 'S'.        *
      *--------------------------------------------------------------*
       3000-INICIAR-LIBRO.
           MOVE '00'       TO WS-OV-STATUS
           MOVE LOW-VALUES TO OV-CLAVE
           START LIBRO-ORDENES-VIVAS KEY IS NOT LESS THAN OV-CLAVE
              INVALID KEY MOVE '10' TO WS-OV-STATUS
           END-START
           IF WS-OV-OK
              READ LIBRO-ORDENES-VIVAS NEXT RECORD
                 AT END MOVE '10' TO WS-OV-STATUS
              END-READ
           END-IF
           .
       3000-INICIAR-LIBRO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-VERIFICAR-LIBRO.
           ADD 1 TO WS-TOT-ENTRADAS-LIBRO
           MOVE OV-CTAVALOR TO OM-CTAVALOR
           MOVE OV-ORDEN    TO OM-ORDEN
           READ ORDEN-MAESTRO
              INVALID KEY MOVE '23' TO WS-OM-STATUS
              NOT INVALID KEY MOVE '00' TO WS-OM-STATUS
           END-READ
           MOVE OV-CTAVALOR  TO WD-CTAVALOR
           MOVE OV-ORDEN     TO WD-ORDEN
           MOVE OV-NEMONICO  TO WD-NEMONICO
           MOVE OV-SITUACION TO WD-SITUACION-LIBRO
           EVALUATE TRUE
              WHEN NOT WS-OM-OK
                 MOVE 'H'    TO WD-TIPO
                 MOVE SPACES TO WD-SITUACION-MAESTRO
                 PERFORM 8000-ESCRIBIR-DIFERENCIA
              WHEN OM-SITUACION = 'EJECUTADA'
                OR OM-SITUACION = 'CANCELADA'
                 MOVE 'C'          TO WD-TIPO
                 MOVE OM-SITUACION TO WD-SITUACION-MAESTRO
                 PERFORM 8000-ESCRIBIR-DIFERENCIA
              WHEN OM-NEMONICO NOT = OV-NEMONICO
                 MOVE 'S'          TO WD-TIPO
                 MOVE OM-SITUACION TO WD-SITUACION-MAESTRO
                 PERFORM 8000-ESCRIBIR-DIFERENCIA
           END-EVALUATE
           READ LIBRO-ORDENES-VIVAS NEXT RECORD
              AT END MOVE '10' TO WS-OV-STATUS
           END-READ
           .
       3100-VERIFICAR-LIBRO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8000-ESCRIBIR-DIFERENCIA.
           ADD 1 TO WS-TOT-DIFERENCIAS
           MOVE 16 TO WS-RC-FINAL
           WRITE REPORTE-REC FROM WS-LINEA-DIFERENCIA
           .
       8000-ESCRIBIR-DIFERENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE ORDEN-MAESTRO LIBRO-ORDENES-VIVAS REPORTE-DIFERENCIAS
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RORDVIVC'   TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-ENTRADAS-LIBRO TO BC-REGISTROS
           MOVE WS-RC-FINAL  TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RORDVIVC - ORDENES VIVAS EN ORDMAST: '
              WS-TOT-VIVAS-MAESTRO
           DISPLAY 'RORDVIVC - ENTRADAS EN EL LIBRO    : '
              WS-TOT-ENTRADAS-LIBRO
           DISPLAY 'RORDVIVC - DIFERENCIAS             : '
              WS-TOT-DIFERENCIAS
      *    EL CODIGO DE RETORNO SE FIJA AL FINAL: LAS LLAMADAS A      *
      *    SUBPROGRAMAS LO REPONDRIAN EN CERO.                        *
           MOVE WS-RC-FINAL TO RETURN-CODE
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

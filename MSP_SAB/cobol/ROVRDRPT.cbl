       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ROVRDRPT.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  14/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 14/09/2026 JQ      ALTA. REPORTE DIARIO DE EXCEPCIONES       *
      *                    SUPERVISADAS AL INGRESO DE ORDENES        *
      *                    (ORDOVRD) PARA CUMPLIMIENTO.              *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RECORRE LA BITACORA ORDOVRD Y LISTA LAS EXCEPCIONES DE LA    *
      * FECHA DE PROCESO: ORDEN, CUENTA, NEMONICO, CODIGO DE GUARDA  *
      * EXCEPTUADO, USUARIO QUE INGRESO, SUPERVISOR QUE AUTORIZO,    *
      * MOTIVO Y COMENTARIO. EL CIERRE TRAE EL TOTAL POR CODIGO DE   *
      * GUARDA Y POR SUPERVISOR, PARA DETECTAR GUARDAS QUE SE        *
      * EXCEPTUAN POR COSTUMBRE O SUPERVISORES QUE CONCENTRAN LAS    *
      * AUTORIZACIONES.                                              *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BITACORA-EXCEPCION ASSIGN TO ORDOVRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OX-STATUS.
           SELECT REPORTE-EXCEPCION ASSIGN TO OVRDRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BITACORA-EXCEPCION
           RECORDING MODE IS F.
       COPY ORDOVRD.
       FD  REPORTE-EXCEPCION
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-OX-STATUS                PIC X(02) VALUE '00'.
           88 WS-OX-OK                           VALUE '00'.
           88 WS-OX-FIN                          VALUE '10'.
       77  WS-FECHA-PROCESO            PIC 9(08).
       77  WS-TOT-EXCEPCIONES          PIC 9(07) COMP VALUE 0.
       77  WS-IDX                      PIC 9(03) COMP VALUE 0.
       77  WS-IDX-HALLADO              PIC 9(03) COMP VALUE 0.
       77  WS-TOT-CODIGOS              PIC 9(03) COMP VALUE 0.
       77  WS-TOT-SUPERVISORES         PIC 9(03) COMP VALUE 0.
       77  WS-SW-HALLADO               PIC X(01) VALUE 'N'.
           88 WS-ENTRADA-HALLADA                 VALUE 'S'.
       01  WS-CODIGO-TABLA.
           05 WS-COD OCCURS 100 TIMES.
              10 WS-COD-ERROR-DEV      PIC  X(07).
              10 WS-COD-CANTIDAD       PIC  9(07) COMP.
       01  WS-SUPERVISOR-TABLA.
           05 WS-SUP OCCURS 100 TIMES.
              10 WS-SUP-USUARIO        PIC  X(07).
              10 WS-SUP-CANTIDAD       PIC  9(07) COMP.
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(40) VALUE
              'EXCEPCIONES SUPERVISADAS DE ORDENES - '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(84) VALUE SPACES.
       01  WS-LINEA-CABECERA.
           05 FILLER                   PIC X(28) VALUE
              'HORA     ORDEN     PROGRAMA '.
           05 FILLER                   PIC X(32) VALUE
              'CUENTA VALOR         NEMONICO   '.
           05 FILLER                   PIC X(72) VALUE
              'CODIGO  INGRESO SUPERV. MOT COMENTARIO'.
       01  WS-LINEA-DETALLE.
           05 WD-HORA                  PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-ORDEN                 PIC 9(09).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-PROGRAMA              PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-CTAVALOR              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-NEMONICO              PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-COD-ERROR-DEV         PIC X(07).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-USU-ORDEN             PIC X(07).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-USU-AUTORIZA          PIC X(07).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-MOTIVO                PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-COMENTARIO            PIC X(40).
           05 FILLER                   PIC X(04) VALUE SPACES.
       01  WS-LINEA-TOTAL.
           05 WL-TITULO                PIC X(22).
           05 WL-CLAVE                 PIC X(07).
           05 FILLER                   PIC X(03) VALUE ' : '.
           05 WL-CANTIDAD              PIC Z(06)9.
           05 FILLER                   PIC X(93) VALUE SPACES.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESAR-EXCEPCION
              UNTIL WS-OX-FIN
           PERFORM 3000-ESCRIBIR-TOTALES
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           OPEN INPUT BITACORA-EXCEPCION
           OPEN OUTPUT REPORTE-EXCEPCION
           MOVE WS-FECHA-PROCESO TO WT-FECHA
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           WRITE REPORTE-REC FROM WS-LINEA-CABECERA
           READ BITACORA-EXCEPCION
              AT END MOVE '10' TO WS-OX-STATUS
           END-READ
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-PROCESAR-EXCEPCION.
           IF OX-FECHA = WS-FECHA-PROCESO
              ADD 1 TO WS-TOT-EXCEPCIONES
              PERFORM 2100-ESCRIBIR-DETALLE
              PERFORM 2200-ACUMULAR-CODIGO
              PERFORM 2300-ACUMULAR-SUPERVISOR
           END-IF
           READ BITACORA-EXCEPCION
              AT END MOVE '10' TO WS-OX-STATUS
           END-READ
           .
       2000-PROCESAR-EXCEPCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-ESCRIBIR-DETALLE.
           MOVE OX-HORA            TO WD-HORA
           MOVE OX-ORDEN           TO WD-ORDEN
           MOVE OX-PROGRAMA        TO WD-PROGRAMA
           MOVE OX-CTAVALOR        TO WD-CTAVALOR
           MOVE OX-NEMONICO        TO WD-NEMONICO
           MOVE OX-COD-ERROR-DEV   TO WD-COD-ERROR-DEV
           MOVE OX-USU-ORDEN       TO WD-USU-ORDEN
           MOVE OX-USU-AUTORIZA    TO WD-USU-AUTORIZA
           MOVE OX-MOTIVO          TO WD-MOTIVO
           MOVE OX-COMENTARIO      TO WD-COMENTARIO
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           .
       2100-ESCRIBIR-DETALLE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2200-ACUMULAR-CODIGO.
           MOVE 'N' TO WS-SW-HALLADO
           MOVE 0   TO WS-IDX-HALLADO
           PERFORM 2210-BUSCAR-CODIGO
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-CODIGOS
                 OR WS-ENTRADA-HALLADA
           IF NOT WS-ENTRADA-HALLADA
              AND WS-TOT-CODIGOS < 100
              ADD 1 TO WS-TOT-CODIGOS
              MOVE WS-TOT-CODIGOS   TO WS-IDX-HALLADO
              MOVE OX-COD-ERROR-DEV TO WS-COD-ERROR-DEV(WS-IDX-HALLADO)
              MOVE 0                TO WS-COD-CANTIDAD(WS-IDX-HALLADO)
           END-IF
           IF WS-IDX-HALLADO > 0
              ADD 1 TO WS-COD-CANTIDAD(WS-IDX-HALLADO)
           END-IF
           .
       2200-ACUMULAR-CODIGO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2210-BUSCAR-CODIGO.
           IF WS-COD-ERROR-DEV(WS-IDX) = OX-COD-ERROR-DEV
              MOVE 'S'    TO WS-SW-HALLADO
              MOVE WS-IDX TO WS-IDX-HALLADO
           END-IF
           .
       2210-BUSCAR-CODIGO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2300-ACUMULAR-SUPERVISOR.
           MOVE 'N' TO WS-SW-HALLADO
           MOVE 0   TO WS-IDX-HALLADO
           PERFORM 2310-BUSCAR-SUPERVISOR
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-SUPERVISORES
                 OR WS-ENTRADA-HALLADA
           IF NOT WS-ENTRADA-HALLADA
              AND WS-TOT-SUPERVISORES < 100
              ADD 1 TO WS-TOT-SUPERVISORES
              MOVE WS-TOT-SUPERVISORES TO WS-IDX-HALLADO
              MOVE OX-USU-AUTORIZA  TO WS-SUP-USUARIO(WS-IDX-HALLADO)
              MOVE 0                TO WS-SUP-CANTIDAD(WS-IDX-HALLADO)
           END-IF
           IF WS-IDX-HALLADO > 0
              ADD 1 TO WS-SUP-CANTIDAD(WS-IDX-HALLADO)
           END-IF
           .
       2300-ACUMULAR-SUPERVISOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2310-BUSCAR-SUPERVISOR.
           IF WS-SUP-USUARIO(WS-IDX) = OX-USU-AUTORIZA
              MOVE 'S'    TO WS-SW-HALLADO
              MOVE WS-IDX TO WS-IDX-HALLADO
           END-IF
           .
       2310-BUSCAR-SUPERVISOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-ESCRIBIR-TOTALES.
           MOVE 'TOTAL POR CODIGO     ' TO WL-TITULO
           PERFORM 3100-ESCRIBIR-CODIGO
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-CODIGOS
           MOVE 'TOTAL POR SUPERVISOR ' TO WL-TITULO
           PERFORM 3200-ESCRIBIR-SUPERVISOR
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-SUPERVISORES
           MOVE 'TOTAL EXCEPCIONES    ' TO WL-TITULO
           MOVE SPACES                  TO WL-CLAVE
           MOVE WS-TOT-EXCEPCIONES      TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           .
       3000-ESCRIBIR-TOTALES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-ESCRIBIR-CODIGO.
           MOVE WS-COD-ERROR-DEV(WS-IDX) TO WL-CLAVE
           MOVE WS-COD-CANTIDAD(WS-IDX)  TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           .
       3100-ESCRIBIR-CODIGO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3200-ESCRIBIR-SUPERVISOR.
           MOVE WS-SUP-USUARIO(WS-IDX)   TO WL-CLAVE
           MOVE WS-SUP-CANTIDAD(WS-IDX)  TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           .
       3200-ESCRIBIR-SUPERVISOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE BITACORA-EXCEPCION REPORTE-EXCEPCION
           DISPLAY 'ROVRDRPT - EXCEPCIONES DEL DIA : '
                   WS-TOT-EXCEPCIONES
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

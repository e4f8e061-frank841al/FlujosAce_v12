       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RPARVIG.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  14/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 14/09/2026 JQ      ALTA. REPORTE PARA AUDITORIA DE LOS       *
      *                    VALORES DE PARAMETROS DE CONTROL          *
      *                    (PARMMAST) VIGENTES A UNA FECHA.          *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LA FECHA DE CONSULTA VIENE EN LA TARJETA OPCIONAL PARVCARD   *
      * (AAAAMMDD); SIN TARJETA O EN CERO SE TOMA HOY. RECORRE       *
      * PARMMAST EN ORDEN DE CLAVE Y POR CADA CODIGO IMPRIME EL      *
      * VALOR APROBADO DE VIGENCIA MAS RECIENTE NO POSTERIOR A LA    *
      * FECHA (EL MISMO QUE DEVOLVERIA PARMCHK), QUIEN LO INGRESO Y  *
      * APROBO, LA PROXIMA VIGENCIA YA APROBADA SI LA HAY Y CUANTOS  *
      * VALORES QUEDAN PENDIENTES DE APROBACION. UN CODIGO SIN VALOR *
      * APROBADO A LA FECHA SE MARCA: EL PROGRAMA USUARIO APLICA SU  *
      * VALOR POR DEFECTO (VER PARMCHKP).                            *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO-MAESTRO ASSIGN TO PARMMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CLAVE
               FILE STATUS IS WS-PM-STATUS.
           SELECT OPTIONAL TARJETA-FECHA ASSIGN TO PARVCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-VIGENCIA ASSIGN TO PARVRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRO-MAESTRO
           RECORDING MODE IS F.
       COPY PARMMAST.
       FD  TARJETA-FECHA
           RECORDING MODE IS F.
       01  TF-REGISTRO-TARJETA.
           05 TF-FECHA-CONSULTA        PIC 9(08).
           05 FILLER                   PIC X(72).
       FD  REPORTE-VIGENCIA
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-PM-STATUS                PIC X(02) VALUE '00'.
           88 WS-PM-OK                           VALUE '00'.
           88 WS-PM-FIN                          VALUE '10'.
       77  WS-EOF-TARJETA              PIC X(01) VALUE 'N'.
           88 WS-FIN-TARJETA                     VALUE 'S'.
       77  WS-FECHA-CONSULTA           PIC 9(08).
       77  WS-TOT-CODIGOS              PIC 9(05) COMP VALUE 0.
       77  WS-TOT-SIN-VALOR            PIC 9(05) COMP VALUE 0.
       77  WS-TOT-PENDIENTES           PIC 9(05) COMP VALUE 0.
       01  WS-CODIGO-ACTUAL.
           05 WS-CA-COD-PARAMETRO      PIC  X(12).
           05 WS-CA-IND-VIGENTE        PIC  X(01).
              88 WS-CA-CON-VIGENTE               VALUE 'S'.
           05 WS-CA-FEC-VIGENCIA       PIC  9(08).
           05 WS-CA-VALOR              PIC S9(12)V9(04).
           05 WS-CA-DESCRIPCION        PIC  X(50).
           05 WS-CA-USU-INGRESO        PIC  X(07).
           05 WS-CA-USU-APROBADOR      PIC  X(07).
           05 WS-CA-FEC-APROBACION     PIC  9(08).
           05 WS-CA-PROXIMA-VIGENCIA   PIC  9(08).
           05 WS-CA-PENDIENTES         PIC  9(03).
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(40) VALUE
              'PARAMETROS DE CONTROL VIGENTES AL DIA - '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(84) VALUE SPACES.
       01  WS-LINEA-CABECERA.
           05 FILLER                   PIC X(44) VALUE
              'CODIGO       VIGENCIA              VALOR DES'.
           05 FILLER                   PIC X(44) VALUE
              'CRIPCION                              INGRES'.
           05 FILLER                   PIC X(44) VALUE
              'O APROBO  FEC.APRO PROXIMA  PEN             '.
       01  WS-LINEA-DETALLE.
           05 WD-COD-PARAMETRO         PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-FEC-VIGENCIA          PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-VALOR                 PIC -(12)9.9999.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-DESCRIPCION           PIC X(40).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-USU-INGRESO           PIC X(07).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-USU-APROBADOR         PIC X(07).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-FEC-APROBACION        PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-PROXIMA-VIGENCIA      PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-PENDIENTES            PIC ZZ9.
           05 FILLER                   PIC X(13) VALUE SPACES.
       01  WS-LINEA-TOTAL.
           05 FILLER                   PIC X(10) VALUE 'CODIGOS : '.
           05 WL-CODIGOS               PIC ZZZZ9.
           05 FILLER                   PIC X(28) VALUE
              '   SIN VALOR A LA FECHA  : '.
           05 WL-SIN-VALOR             PIC ZZZZ9.
           05 FILLER                   PIC X(17) VALUE
              '   PENDIENTES  : '.
           05 WL-PENDIENTES            PIC ZZZZ9.
           05 FILLER                   PIC X(62) VALUE SPACES.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESAR-PARAMETRO
              UNTIL WS-PM-FIN
           IF WS-CA-COD-PARAMETRO NOT = SPACES
              PERFORM 3000-ESCRIBIR-CODIGO
           END-IF
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-CONSULTA FROM DATE YYYYMMDD
           OPEN INPUT TARJETA-FECHA
           READ TARJETA-FECHA
              AT END MOVE 'S' TO WS-EOF-TARJETA
           END-READ
           IF NOT WS-FIN-TARJETA
              AND TF-FECHA-CONSULTA NUMERIC
              AND TF-FECHA-CONSULTA > 0
              MOVE TF-FECHA-CONSULTA TO WS-FECHA-CONSULTA
           END-IF
           CLOSE TARJETA-FECHA
           OPEN INPUT PARAMETRO-MAESTRO
           OPEN OUTPUT REPORTE-VIGENCIA
           MOVE WS-FECHA-CONSULTA TO WT-FECHA
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           WRITE REPORTE-REC FROM WS-LINEA-CABECERA
           MOVE SPACES TO WS-CA-COD-PARAMETRO
           MOVE LOW-VALUES TO PM-CLAVE
           START PARAMETRO-MAESTRO KEY IS NOT LESS THAN PM-CLAVE
              INVALID KEY MOVE '10' TO WS-PM-STATUS
           END-START
           IF WS-PM-OK
              READ PARAMETRO-MAESTRO NEXT RECORD
                 AT END MOVE '10' TO WS-PM-STATUS
              END-READ
           END-IF
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-PROCESAR-PARAMETRO.
           IF PM-COD-PARAMETRO NOT = WS-CA-COD-PARAMETRO
              IF WS-CA-COD-PARAMETRO NOT = SPACES
                 PERFORM 3000-ESCRIBIR-CODIGO
              END-IF
              PERFORM 2100-INICIAR-CODIGO
           END-IF
           EVALUATE TRUE
              WHEN PM-PENDIENTE
                 ADD 1 TO WS-CA-PENDIENTES
                 ADD 1 TO WS-TOT-PENDIENTES
              WHEN PM-APROBADO
                 AND PM-FEC-VIGENCIA NOT > WS-FECHA-CONSULTA
                 MOVE 'S'               TO WS-CA-IND-VIGENTE
                 MOVE PM-FEC-VIGENCIA   TO WS-CA-FEC-VIGENCIA
                 MOVE PM-VALOR          TO WS-CA-VALOR
                 MOVE PM-DESCRIPCION    TO WS-CA-DESCRIPCION
                 MOVE PM-USU-INGRESO    TO WS-CA-USU-INGRESO
                 MOVE PM-USU-APROBADOR  TO WS-CA-USU-APROBADOR
                 MOVE PM-FEC-APROBACION TO WS-CA-FEC-APROBACION
              WHEN PM-APROBADO
                 AND WS-CA-PROXIMA-VIGENCIA = 0
                 MOVE PM-FEC-VIGENCIA   TO WS-CA-PROXIMA-VIGENCIA
           END-EVALUATE
           READ PARAMETRO-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-PM-STATUS
           END-READ
           .
       2000-PROCESAR-PARAMETRO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-INICIAR-CODIGO.
           MOVE PM-COD-PARAMETRO TO WS-CA-COD-PARAMETRO
           MOVE 'N'              TO WS-CA-IND-VIGENTE
           MOVE 0                TO WS-CA-FEC-VIGENCIA
           MOVE 0                TO WS-CA-VALOR
           MOVE SPACES           TO WS-CA-DESCRIPCION
           MOVE SPACES           TO WS-CA-USU-INGRESO
           MOVE SPACES           TO WS-CA-USU-APROBADOR
           MOVE 0                TO WS-CA-FEC-APROBACION
           MOVE 0                TO WS-CA-PROXIMA-VIGENCIA
           MOVE 0                TO WS-CA-PENDIENTES
           .
       2100-INICIAR-CODIGO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-ESCRIBIR-CODIGO.
           ADD 1 TO WS-TOT-CODIGOS
           MOVE WS-CA-COD-PARAMETRO    TO WD-COD-PARAMETRO
           MOVE WS-CA-FEC-VIGENCIA     TO WD-FEC-VIGENCIA
           MOVE WS-CA-VALOR            TO WD-VALOR
           MOVE WS-CA-USU-INGRESO      TO WD-USU-INGRESO
           MOVE WS-CA-USU-APROBADOR    TO WD-USU-APROBADOR
           MOVE WS-CA-FEC-APROBACION   TO WD-FEC-APROBACION
           MOVE WS-CA-PROXIMA-VIGENCIA TO WD-PROXIMA-VIGENCIA
           MOVE WS-CA-PENDIENTES       TO WD-PENDIENTES
           IF WS-CA-CON-VIGENTE
              MOVE WS-CA-DESCRIPCION   TO WD-DESCRIPCION
           ELSE
              ADD 1 TO WS-TOT-SIN-VALOR
              MOVE 'SIN VALOR APROBADO - RIGE EL DEFECTO'
                                       TO WD-DESCRIPCION
           END-IF
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           .
       3000-ESCRIBIR-CODIGO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           MOVE WS-TOT-CODIGOS    TO WL-CODIGOS
           MOVE WS-TOT-SIN-VALOR  TO WL-SIN-VALOR
           MOVE WS-TOT-PENDIENTES TO WL-PENDIENTES
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           CLOSE PARAMETRO-MAESTRO REPORTE-VIGENCIA
           DISPLAY 'RPARVIG - FECHA DE CONSULTA    : '
                   WS-FECHA-CONSULTA
           DISPLAY 'RPARVIG - CODIGOS LISTADOS     : '
                   WS-TOT-CODIGOS
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RCIRCPEN.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  12/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 12/10/2026 JQ      ALTA. REPORTE DE CONFIRMACIONES DE SALDOS *
      *                    A LA AUDITORIA (CIRCMAST) PENDIENTES DE   *
      *                    RESPUESTA, DISCREPANTES Y NO EMITIDAS.    *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RECORRE EL MAESTRO DE CONFIRMACIONES (CIRCMAST) Y LISTA LAS  *
      * QUE REQUIEREN SEGUIMIENTO DE CONTRALORIA:                    *
      *   - PENDIENTE: ENVIADA SIN RESPUESTA, CON LOS DIAS           *
      *     CALENDARIO DESDE EL ENVIO;                               *
      *   - DISCREPANTE: LA AUDITORIA INFORMO UNA DIFERENCIA, CON SU *
      *     DETALLE, HASTA QUE SE ACLARE EN CCIRCMNT;                *
      *   - NO EMITIDA: LA CUENTA DE LA MUESTRA NO TIENE IDENTIDAD   *
      *     EN EODCLI Y LA CARTA NO SALIO.                           *
      * LAS CONFIRMADAS CONFORMES SOLO SE CUENTAN.                   *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIRCULARIZACION ASSIGN TO CIRCMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRM-CLAVE
               FILE STATUS IS WS-CRM-STATUS.
           SELECT REPORTE-CIRCULARIZACION ASSIGN TO CIRCREP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CIRCULARIZACION
           RECORDING MODE IS F.
       COPY CIRCMAST.
       FD  REPORTE-CIRCULARIZACION
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-CRM-STATUS               PIC X(02) VALUE '00'.
           88 WS-CRM-OK                          VALUE '00'.
           88 WS-CRM-FIN                         VALUE '10'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       77  WS-DIAS-PENDIENTE           PIC S9(05) COMP-3 VALUE 0.
       77  WS-TOT-LEIDOS               PIC 9(07) COMP VALUE 0.
       77  WS-TOT-PENDIENTES           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-DISCREPANTES         PIC 9(07) COMP VALUE 0.
       77  WS-TOT-NO-EMITIDAS          PIC 9(07) COMP VALUE 0.
       77  WS-TOT-CONFORMES            PIC 9(07) COMP VALUE 0.
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(36) VALUE
              'CONFIRMACIONES DE AUDITORIA ABIERTAS'.
           05 FILLER                   PIC X(03) VALUE ' - '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(85) VALUE SPACES.
       01  WS-LINEA-DETALLE.
           05 WD-CTAVALOR              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-FECHA-CORTE           PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-ESTADO                PIC X(11).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-AUDITORA              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-FEC-ENVIO             PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-DIAS                  PIC ZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-DETALLE               PIC X(54).
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESAR-CONFIRMACION
              UNTIL WS-CRM-FIN
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           OPEN INPUT CIRCULARIZACION
           OPEN OUTPUT REPORTE-CIRCULARIZACION
           MOVE WS-FECHA-SISTEMA TO WT-FECHA
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           MOVE LOW-VALUES TO CRM-CTAVALOR
           MOVE 0          TO CRM-FECHA-CORTE
           START CIRCULARIZACION KEY IS NOT LESS THAN CRM-CLAVE
              INVALID KEY MOVE '10' TO WS-CRM-STATUS
           END-START
           IF WS-CRM-OK
              READ CIRCULARIZACION NEXT RECORD
                 AT END MOVE '10' TO WS-CRM-STATUS
              END-READ
           END-IF
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-PROCESAR-CONFIRMACION.
           ADD 1 TO WS-TOT-LEIDOS
           IF CRM-RESPONDIDA
              ADD 1 TO WS-TOT-CONFORMES
           ELSE
              PERFORM 2100-REPORTAR-CONFIRMACION
           END-IF
           READ CIRCULARIZACION NEXT RECORD
              AT END MOVE '10' TO WS-CRM-STATUS
           END-READ
           .
       2000-PROCESAR-CONFIRMACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-REPORTAR-CONFIRMACION.
           MOVE SPACES          TO WS-LINEA-DETALLE
           MOVE CRM-CTAVALOR    TO WD-CTAVALOR
           MOVE CRM-FECHA-CORTE TO WD-FECHA-CORTE
           MOVE CRM-AUDITORA    TO WD-AUDITORA
           MOVE CRM-FEC-ENVIO   TO WD-FEC-ENVIO
           MOVE 0               TO WD-DIAS
           EVALUATE TRUE
              WHEN CRM-ENVIADA
                 ADD 1 TO WS-TOT-PENDIENTES
                 MOVE 'PENDIENTE'   TO WD-ESTADO
                 COMPUTE WS-DIAS-PENDIENTE =
                         FUNCTION INTEGER-OF-DATE(WS-FECHA-SISTEMA)
                       - FUNCTION INTEGER-OF-DATE(CRM-FEC-ENVIO)
                 MOVE WS-DIAS-PENDIENTE TO WD-DIAS
              WHEN CRM-DISCREPANTE
                 ADD 1 TO WS-TOT-DISCREPANTES
                 MOVE 'DISCREPANTE' TO WD-ESTADO
                 MOVE CRM-DETALLE-DISCREPANCIA TO WD-DETALLE
              WHEN OTHER
                 ADD 1 TO WS-TOT-NO-EMITIDAS
                 MOVE 'NO EMITIDA'  TO WD-ESTADO
                 MOVE 'CUENTA SIN IDENTIDAD EN EODCLI' TO WD-DETALLE
           END-EVALUATE
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           .
       2100-REPORTAR-CONFIRMACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE CIRCULARIZACION REPORTE-CIRCULARIZACION
           DISPLAY 'RCIRCPEN - CONFIRMACIONES LEIDAS: ' WS-TOT-LEIDOS
           DISPLAY 'RCIRCPEN - CONFORMES            : '
                   WS-TOT-CONFORMES
           DISPLAY 'RCIRCPEN - PENDIENTES           : '
                   WS-TOT-PENDIENTES
           DISPLAY 'RCIRCPEN - DISCREPANTES         : '
                   WS-TOT-DISCREPANTES
           DISPLAY 'RCIRCPEN - NO EMITIDAS          : '
                   WS-TOT-NO-EMITIDAS
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

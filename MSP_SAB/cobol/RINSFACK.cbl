       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RINSFACK.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  12/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 12/10/2026 JQ      ALTA. APLICACION DE LOS ACUSES DE ENTREGA *
      *                    DEL ARCHIVO DIARIO INSTITUCIONAL          *
      *                    (INSTFACK) SOBRE INSTFENV Y REPORTE DE    *
      *                    ENTREGAS FALLIDAS Y SIN ACUSE.            *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * EL CONECTOR DE TRANSFERENCIA DEVUELVE UN ACUSE POR CLIENTE Y *
      * FECHA ENVIADOS. 'OK' DEJA LA ENTREGA 'E' ENTREGADA CON LA    *
      * FECHA DEL ACUSE; 'ER' LA DEJA 'F' FALLIDA CON EL MOTIVO. EL  *
      * ACUSE DE UNA ENTREGA YA MARCADA PARA REENVIO NO SE APLICA    *
      * (VALE EL DEL REENVIO) Y EL DE UNA ENTREGA INEXISTENTE SE     *
      * INFORMA. LUEGO RECORRE INSTFENV Y REPORTA A SERVICIO AL      *
      * CLIENTE INSTITUCIONAL LAS ENTREGAS FALLIDAS Y LAS GENERADAS  *
      * EN DIAS ANTERIORES QUE SIGUEN SIN ACUSE, PARA REENVIARLAS    *
      * (CINSFMNT) O CORREGIR EL DESTINO. LA CORRIDA SE REGISTRA EN  *
      * RUNCTL VIA BCHCTL.                                           *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACUSE-ENTREGA ASSIGN TO INSTFACK
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-ENVIO ASSIGN TO INSTFENV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IFE-CLAVE
               FILE STATUS IS WS-IFE-STATUS.
           SELECT REPORTE-ENTREGA ASSIGN TO INSFREP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACUSE-ENTREGA
           RECORDING MODE IS F.
       COPY INSTFACK.
       FD  CONTROL-ENVIO
           RECORDING MODE IS F.
       COPY INSTFENV.
       FD  REPORTE-ENTREGA
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-IFE-STATUS               PIC X(02) VALUE '00'.
           88 WS-IFE-OK                          VALUE '00'.
           88 WS-IFE-FIN                         VALUE '10'.
           88 WS-IFE-NO-ENCONTRADO               VALUE '23'.
       77  WS-EOF-ACUSE                PIC X(01) VALUE 'N'.
           88 WS-FIN-ACUSE                       VALUE 'S'.
       77  WS-FECHA-PROCESO            PIC 9(08).
       77  WS-TOT-ACUSES               PIC 9(07) COMP VALUE 0.
       77  WS-TOT-ENTREGADOS           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-RECHAZADOS           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-SIN-ENVIO            PIC 9(07) COMP VALUE 0.
       77  WS-TOT-OMITIDOS             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-FALLIDOS             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-SIN-ACUSE            PIC 9(07) COMP VALUE 0.
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(41) VALUE
              'ARCHIVO INSTITUCIONAL - ENTREGAS ABIERTAS'.
           05 FILLER                   PIC X(03) VALUE ' - '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(80) VALUE SPACES.
       01  WS-LINEA-DETALLE.
           05 WD-CTAVALOR              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-FECHA-PROCESO         PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-ESTADO                PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-NRO-ENVIOS            PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-FEC-ULT-ENVIO         PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-REGISTROS             PIC Z(06)9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-MOTIVO                PIC X(40).
           05 FILLER                   PIC X(30) VALUE SPACES.
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-APLICAR-ACUSE
              UNTIL WS-FIN-ACUSE
           PERFORM 3000-REPORTAR-ENTREGAS
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RINSFACK'   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RINSFACK - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT  ACUSE-ENTREGA
           OPEN I-O    CONTROL-ENVIO
           OPEN OUTPUT REPORTE-ENTREGA
           MOVE WS-FECHA-PROCESO TO WT-FECHA
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           READ ACUSE-ENTREGA
              AT END MOVE 'S' TO WS-EOF-ACUSE
           END-READ
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-APLICAR-ACUSE.
           ADD 1 TO WS-TOT-ACUSES
           PERFORM 2100-ACTUALIZAR-ENVIO
              THRU 2100-ACTUALIZAR-ENVIO-EXIT
           READ ACUSE-ENTREGA
              AT END MOVE 'S' TO WS-EOF-ACUSE
           END-READ
           .
       2000-APLICAR-ACUSE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-ACTUALIZAR-ENVIO.
           MOVE '00'              TO WS-IFE-STATUS
           MOVE IFA-CTAVALOR      TO IFE-CTAVALOR
           MOVE IFA-FECHA-PROCESO TO IFE-FECHA-PROCESO
           READ CONTROL-ENVIO
              INVALID KEY MOVE '23' TO WS-IFE-STATUS
           END-READ
           IF WS-IFE-NO-ENCONTRADO
              ADD 1 TO WS-TOT-SIN-ENVIO
              DISPLAY 'RINSFACK - ACUSE SIN ENTREGA: '
                      IFA-CTAVALOR ' ' IFA-FECHA-PROCESO
              GO TO 2100-ACTUALIZAR-ENVIO-EXIT
           END-IF
           IF IFE-REENVIO-SOLICITADO
              OR (NOT IFA-ENTREGADO AND NOT IFA-RECHAZADO)
              ADD 1 TO WS-TOT-OMITIDOS
              GO TO 2100-ACTUALIZAR-ENVIO-EXIT
           END-IF
           IF IFA-ENTREGADO
              MOVE 'E'    TO IFE-ESTADO
              MOVE SPACES TO IFE-MOTIVO-FALLO
              ADD 1 TO WS-TOT-ENTREGADOS
           ELSE
              MOVE 'F'        TO IFE-ESTADO
              MOVE IFA-MOTIVO TO IFE-MOTIVO-FALLO
              ADD 1 TO WS-TOT-RECHAZADOS
           END-IF
           MOVE IFA-FECHA-ACUSE  TO IFE-FEC-ACUSE
           MOVE 'RINSFAC'        TO IFE-USU-ULT-CAMBIO
           MOVE WS-FECHA-PROCESO TO IFE-FEC-ULT-CAMBIO
           REWRITE IFE-REGISTRO-ENVIO
           .
       2100-ACTUALIZAR-ENVIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-REPORTAR-ENTREGAS.
           MOVE '00'       TO WS-IFE-STATUS
           MOVE LOW-VALUES TO IFE-CTAVALOR
           MOVE 0          TO IFE-FECHA-PROCESO
           START CONTROL-ENVIO KEY IS NOT LESS THAN IFE-CLAVE
              INVALID KEY MOVE '10' TO WS-IFE-STATUS
           END-START
           IF WS-IFE-OK
              READ CONTROL-ENVIO NEXT RECORD
                 AT END MOVE '10' TO WS-IFE-STATUS
              END-READ
           END-IF
           PERFORM 3100-EVALUAR-ENTREGA
              UNTIL WS-IFE-FIN
           .
       3000-REPORTAR-ENTREGAS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-EVALUAR-ENTREGA.
           EVALUATE TRUE
              WHEN IFE-FALLIDO
                 ADD 1 TO WS-TOT-FALLIDOS
                 PERFORM 3200-ESCRIBIR-ENTREGA
              WHEN IFE-GENERADO
                 AND IFE-FEC-ULT-ENVIO < WS-FECHA-PROCESO
                 ADD 1 TO WS-TOT-SIN-ACUSE
                 PERFORM 3200-ESCRIBIR-ENTREGA
           END-EVALUATE
           READ CONTROL-ENVIO NEXT RECORD
              AT END MOVE '10' TO WS-IFE-STATUS
           END-READ
           .
       3100-EVALUAR-ENTREGA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3200-ESCRIBIR-ENTREGA.
           MOVE SPACES            TO WS-LINEA-DETALLE
           MOVE IFE-CTAVALOR      TO WD-CTAVALOR
           MOVE IFE-FECHA-PROCESO TO WD-FECHA-PROCESO
           MOVE IFE-NRO-ENVIOS    TO WD-NRO-ENVIOS
           MOVE IFE-FEC-ULT-ENVIO TO WD-FEC-ULT-ENVIO
           MOVE IFE-REGISTROS     TO WD-REGISTROS
           IF IFE-FALLIDO
              MOVE 'FALLIDA'          TO WD-ESTADO
              MOVE IFE-MOTIVO-FALLO   TO WD-MOTIVO
           ELSE
              MOVE 'SIN ACUSE'        TO WD-ESTADO
           END-IF
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           .
       3200-ESCRIBIR-ENTREGA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE ACUSE-ENTREGA CONTROL-ENVIO REPORTE-ENTREGA
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RINSFACK'   TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-ACUSES    TO BC-REGISTROS
           MOVE 0                TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RINSFACK - ACUSES LEIDOS        : '
                   WS-TOT-ACUSES
           DISPLAY 'RINSFACK - ENTREGAS CONFIRMADAS : '
                   WS-TOT-ENTREGADOS
           DISPLAY 'RINSFACK - ENTREGAS RECHAZADAS  : '
                   WS-TOT-RECHAZADOS
           DISPLAY 'RINSFACK - ACUSES SIN ENTREGA   : '
                   WS-TOT-SIN-ENVIO
           DISPLAY 'RINSFACK - ACUSES NO APLICADOS  : '
                   WS-TOT-OMITIDOS
           DISPLAY 'RINSFACK - FALLIDAS ABIERTAS    : '
                   WS-TOT-FALLIDOS
           DISPLAY 'RINSFACK - GENERADAS SIN ACUSE  : '
                   WS-TOT-SIN-ACUSE
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RMILASWI.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 15/10/2026 JQ      ALTA. APLICACION DE LAS CONFIRMACIONES    *
      *                    MT544-547 Y ESTADOS MT548 DE LOS          *
      *                    CORRESPONSALES MILA SOBRE MILASET Y       *
      *                    REPORTE DE LIQUIDACIONES FALLIDAS POR     *
      *                    CORRESPONSAL.                             *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LEE LOS MENSAJES RECIBIDOS (MILASWI) Y LOS CASA CON LA       *
      * INSTRUCCION PROPIA POR LA REFERENCIA RELACIONADA (RELA =     *
      * ST-REFERENCIA). EL MENSAJE SE RECHAZA SI NO HAY INSTRUCCION, *
      * SI VIENE DE OTRO BIC QUE EL CORRESPONSAL INSTRUIDO O SI LA   *
      * CONFIRMACION NO CORRESPONDE AL TIPO INSTRUIDO (540->544,     *
      * 541->545, 542->546, 543->547).                               *
      *  - MT544-547: ACUMULA CANTIDAD E IMPORTE LIQUIDADOS; LA      *
      *    INSTRUCCION QUEDA LIQUIDADA AL CUBRIR LA CANTIDAD         *
      *    INSTRUIDA, SI NO LIQUIDADA PARCIAL.                       *
      *  - MT548: MTCH//MACH LA DEJA CASADA; MTCH//NMAT, IPRC//REJT  *
      *    Y SETT//PENF LA DEJAN FALLIDA CON EL MOTIVO (:24B) Y SU   *
      *    TEXTO; IPRC/CPRC//CAND LA DEJAN CANCELADA. LOS DEMAS      *
      *    ESTADOS (PACK, PEND...) SOLO SE REGISTRAN.                *
      * EL ESTADO DE UNA INSTRUCCION LIQUIDADA O CANCELADA YA NO     *
      * CAMBIA. AL FINAL REPORTA, AGRUPADO POR CORRESPONSAL          *
      * (MILAMAST), LAS INSTRUCCIONES FALLIDAS Y LAS QUE PASARON SU  *
      * FECHA DE LIQUIDACION SIN CONFIRMARSE COMPLETAS, CON TOTAL    *
      * POR CORRESPONSAL. LA CORRIDA SE REGISTRA EN RUNCTL VIA       *
      * BCHCTL.                                                      *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MENSAJE-RECIBIDO ASSIGN TO MILASWI
               ORGANIZATION IS SEQUENTIAL.
           SELECT LIQUIDACION-MILA ASSIGN TO MILASET
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-REFERENCIA
               FILE STATUS IS WS-ST-STATUS.
           SELECT MERCADO-MAESTRO ASSIGN TO MILAMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MK-MERCADO
               FILE STATUS IS WS-MK-STATUS.
           SELECT REPORTE-LIQUIDACION ASSIGN TO MILAREP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MENSAJE-RECIBIDO
           RECORDING MODE IS F.
       COPY MILASWI.
       FD  LIQUIDACION-MILA
           RECORDING MODE IS F.
       COPY MILASET.
       FD  MERCADO-MAESTRO
           RECORDING MODE IS F.
       COPY MILAMAST.
       FD  REPORTE-LIQUIDACION
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-EOF-MENSAJE              PIC X(01) VALUE 'N'.
           88 WS-FIN-MENSAJE                     VALUE 'S'.
       01  WS-ST-STATUS                PIC X(02) VALUE '00'.
           88 WS-ST-OK                           VALUE '00'.
           88 WS-ST-FIN                          VALUE '10'.
       01  WS-MK-STATUS                PIC X(02) VALUE '00'.
           88 WS-MK-OK                           VALUE '00'.
           88 WS-MK-FIN                          VALUE '10'.
       77  WS-FECHA-PROCESO            PIC 9(08).
       77  WS-TIPO-ESPERADO            PIC 9(03) VALUE 0.
       77  WS-TOT-MENSAJES             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-LIQUIDADAS           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-PARCIALES            PIC 9(07) COMP VALUE 0.
       77  WS-TOT-ESTADOS              PIC 9(07) COMP VALUE 0.
       77  WS-TOT-RECHAZADOS           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-OMITIDOS             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-REPORTADAS           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-CORRESPONSALES       PIC 9(03) COMP VALUE 0.
       77  WS-CANT-CORRESPONSAL        PIC 9(05) COMP VALUE 0.
       77  WS-IDX                      PIC 9(03) COMP VALUE 0.
       77  WS-POS                      PIC 9(03) COMP VALUE 0.
       77  WS-IMP-CORRESPONSAL         PIC S9(13)V9(02) COMP-3
                                       VALUE 0.
       01  WS-MOTIVO-RECHAZO           PIC X(40).
       01  WS-TABLA-CORRESPONSAL.
           05 WS-CORRESPONSAL OCCURS 100 TIMES
                                       PIC X(11).
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(43) VALUE
              'LIQUIDACIONES MILA FALLIDAS O SIN CONFIRMAR'.
           05 FILLER                   PIC X(03) VALUE ' - '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(78) VALUE SPACES.
       01  WS-LINEA-CORRESPONSAL.
           05 FILLER                   PIC X(14) VALUE
              'CORRESPONSAL: '.
           05 WC-CORRESPONSAL          PIC X(11).
           05 FILLER                   PIC X(107) VALUE SPACES.
       01  WS-LINEA-DETALLE.
           05 WD-REFERENCIA            PIC X(16).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-TIPO                  PIC 9(03).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-CTAVALOR              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-NEMONICO              PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-FEC-LIQUIDACION       PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-ESTADO                PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-IMPORTE               PIC Z(12)9.99-.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-MONEDA                PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-MOTIVO                PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-TEXTO                 PIC X(32).
       01  WS-LINEA-TOTAL.
           05 FILLER                   PIC X(20) VALUE
              '   TOTAL INCIDENCIAS'.
           05 FILLER                   PIC X(02) VALUE ': '.
           05 WL-CANTIDAD              PIC ZZZZ9.
           05 FILLER                   PIC X(10) VALUE
              '  IMPORTE '.
           05 WL-IMPORTE               PIC Z(12)9.99-.
           05 FILLER                   PIC X(78) VALUE SPACES.
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESAR-MENSAJE
              UNTIL WS-FIN-MENSAJE
           PERFORM 5000-REPORTAR-INCIDENCIAS
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RMILASWI'   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RMILASWI - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT  MENSAJE-RECIBIDO MERCADO-MAESTRO
           OPEN I-O    LIQUIDACION-MILA
           OPEN OUTPUT REPORTE-LIQUIDACION
           READ MENSAJE-RECIBIDO
              AT END MOVE 'S' TO WS-EOF-MENSAJE
           END-READ
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-PROCESAR-MENSAJE.
           ADD 1 TO WS-TOT-MENSAJES
           MOVE SPACES             TO WS-MOTIVO-RECHAZO
           MOVE '00'               TO WS-ST-STATUS
           MOVE SI-REF-RELACIONADA TO ST-REFERENCIA
           READ LIQUIDACION-MILA
              INVALID KEY MOVE '23' TO WS-ST-STATUS
           END-READ
           EVALUATE TRUE
              WHEN NOT WS-ST-OK
                 MOVE 'SIN INSTRUCCION PARA LA REFERENCIA'
                    TO WS-MOTIVO-RECHAZO
              WHEN SI-BIC-EMISOR NOT = ST-CORRESPONSAL
                 MOVE 'EMISOR DISTINTO AL CORRESPONSAL'
                    TO WS-MOTIVO-RECHAZO
              WHEN SI-CONFIRMACION
                 PERFORM 2100-APLICAR-CONFIRMACION
              WHEN SI-ESTADO-INSTRUCCION
                 PERFORM 2200-APLICAR-ESTADO
              WHEN OTHER
                 MOVE 'TIPO DE MENSAJE NO PREVISTO'
                    TO WS-MOTIVO-RECHAZO
           END-EVALUATE
           IF WS-MOTIVO-RECHAZO NOT = SPACES
              ADD 1 TO WS-TOT-RECHAZADOS
              DISPLAY 'RMILASWI - MT' SI-TIPO-MENSAJE ' '
                      SI-REF-EMISOR ' RELA ' SI-REF-RELACIONADA
                      ' ' WS-MOTIVO-RECHAZO
           END-IF
           READ MENSAJE-RECIBIDO
              AT END MOVE 'S' TO WS-EOF-MENSAJE
           END-READ
           .
       2000-PROCESAR-MENSAJE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CONFIRMACION DE LIQUIDACION: DEBE RESPONDER AL TIPO          *
      * INSTRUIDO (MT54X + 4).                                       *
      *--------------------------------------------------------------*
       2100-APLICAR-CONFIRMACION.
           COMPUTE WS-TIPO-ESPERADO = ST-TIPO-MENSAJE + 4
           EVALUATE TRUE
              WHEN SI-TIPO-MENSAJE NOT = WS-TIPO-ESPERADO
                 MOVE 'CONFIRMACION NO CORRESPONDE AL TIPO'
                    TO WS-MOTIVO-RECHAZO
              WHEN ST-LIQUIDADA OR ST-CANCELADA
                 ADD 1 TO WS-TOT-OMITIDOS
              WHEN OTHER
                 ADD SI-CANTIDAD        TO ST-CAN-LIQUIDADA
                 ADD SI-IMPORTE         TO ST-IMP-LIQUIDADO
                 MOVE SI-FEC-LIQUIDACION TO ST-FEC-LIQ-EFECTIVA
                 MOVE SI-TIPO-MENSAJE   TO ST-ULTIMO-MENSAJE
                 MOVE WS-FECHA-PROCESO  TO ST-FEC-ESTADO
                 IF ST-CAN-LIQUIDADA >= ST-CANTIDAD
                    MOVE 'L'    TO ST-ESTADO
                    MOVE SPACES TO ST-COD-MOTIVO
                    MOVE SPACES TO ST-TEXTO-MOTIVO
                    ADD 1 TO WS-TOT-LIQUIDADAS
                 ELSE
                    MOVE 'P'    TO ST-ESTADO
                    ADD 1 TO WS-TOT-PARCIALES
                 END-IF
                 REWRITE ST-REGISTRO-LIQUIDACION
           END-EVALUATE
           .
       2100-APLICAR-CONFIRMACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2200-APLICAR-ESTADO.
           IF ST-LIQUIDADA OR ST-CANCELADA
              ADD 1 TO WS-TOT-OMITIDOS
           ELSE
              MOVE SI-TIPO-MENSAJE  TO ST-ULTIMO-MENSAJE
              MOVE SI-COD-ESTADO    TO ST-COD-ESTADO
              MOVE SI-COD-MOTIVO    TO ST-COD-MOTIVO
              MOVE SI-TEXTO-MOTIVO  TO ST-TEXTO-MOTIVO
              MOVE WS-FECHA-PROCESO TO ST-FEC-ESTADO
              EVALUATE TRUE
                 WHEN SI-EST-CASAMIENTO AND SI-COD-ESTADO = 'MACH'
                    IF NOT ST-LIQ-PARCIAL
                       MOVE 'C' TO ST-ESTADO
                    END-IF
                 WHEN SI-EST-CASAMIENTO AND SI-COD-ESTADO = 'NMAT'
                 WHEN SI-EST-PROCESO    AND SI-COD-ESTADO = 'REJT'
                 WHEN SI-EST-LIQUIDACION AND SI-COD-ESTADO = 'PENF'
                    MOVE 'F' TO ST-ESTADO
                 WHEN SI-EST-PROCESO    AND SI-COD-ESTADO = 'CAND'
                 WHEN SI-EST-CANCELACION AND SI-COD-ESTADO = 'CAND'
                    MOVE 'X' TO ST-ESTADO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              REWRITE ST-REGISTRO-LIQUIDACION
              ADD 1 TO WS-TOT-ESTADOS
           END-IF
           .
       2200-APLICAR-ESTADO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * REPORTE DE INCIDENCIAS: CORRESPONSALES DISTINTOS DE MILAMAST *
      * Y, POR CADA UNO, RECORRIDO DE MILASET CON SUS INSTRUCCIONES  *
      * FALLIDAS O VENCIDAS SIN LIQUIDAR COMPLETAS.                  *
      *--------------------------------------------------------------*
       5000-REPORTAR-INCIDENCIAS.
           MOVE WS-FECHA-PROCESO TO WT-FECHA
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           MOVE LOW-VALUES TO MK-MERCADO
           START MERCADO-MAESTRO KEY IS NOT LESS THAN MK-MERCADO
              INVALID KEY MOVE '10' TO WS-MK-STATUS
           END-START
           IF WS-MK-OK
              READ MERCADO-MAESTRO NEXT RECORD
                 AT END MOVE '10' TO WS-MK-STATUS
              END-READ
           END-IF
           PERFORM 5100-CARGAR-CORRESPONSAL
              UNTIL WS-MK-FIN
           PERFORM 5200-REPORTAR-CORRESPONSAL
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-CORRESPONSALES
           .
       5000-REPORTAR-INCIDENCIAS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5100-CARGAR-CORRESPONSAL.
           MOVE 0 TO WS-POS
           PERFORM 5110-BUSCAR-CORRESPONSAL
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-CORRESPONSALES
                 OR WS-POS > 0
           IF WS-POS = 0 AND WS-TOT-CORRESPONSALES < 100
              ADD 1 TO WS-TOT-CORRESPONSALES
              MOVE MK-CORRESPONSAL
                 TO WS-CORRESPONSAL(WS-TOT-CORRESPONSALES)
           END-IF
           READ MERCADO-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-MK-STATUS
           END-READ
           .
       5100-CARGAR-CORRESPONSAL-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5110-BUSCAR-CORRESPONSAL.
           IF WS-CORRESPONSAL(WS-IDX) = MK-CORRESPONSAL
              MOVE WS-IDX TO WS-POS
           END-IF
           .
       5110-BUSCAR-CORRESPONSAL-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5200-REPORTAR-CORRESPONSAL.
           MOVE 0 TO WS-CANT-CORRESPONSAL
           MOVE 0 TO WS-IMP-CORRESPONSAL
           MOVE '00'       TO WS-ST-STATUS
           MOVE LOW-VALUES TO ST-REFERENCIA
           START LIQUIDACION-MILA KEY IS NOT LESS THAN ST-REFERENCIA
              INVALID KEY MOVE '10' TO WS-ST-STATUS
           END-START
           IF WS-ST-OK
              READ LIQUIDACION-MILA NEXT RECORD
                 AT END MOVE '10' TO WS-ST-STATUS
              END-READ
           END-IF
           PERFORM 5300-EVALUAR-INSTRUCCION
              UNTIL WS-ST-FIN
           IF WS-CANT-CORRESPONSAL > 0
              MOVE WS-CANT-CORRESPONSAL TO WL-CANTIDAD
              MOVE WS-IMP-CORRESPONSAL  TO WL-IMPORTE
              WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           END-IF
           .
       5200-REPORTAR-CORRESPONSAL-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5300-EVALUAR-INSTRUCCION.
           IF ST-CORRESPONSAL = WS-CORRESPONSAL(WS-IDX)
              IF ST-FALLIDA
                 OR ((ST-INSTRUIDA OR ST-CASADA OR ST-LIQ-PARCIAL)
                     AND ST-FEC-LIQUIDACION < WS-FECHA-PROCESO)
                 PERFORM 5400-IMPRIMIR-INSTRUCCION
              END-IF
           END-IF
           READ LIQUIDACION-MILA NEXT RECORD
              AT END MOVE '10' TO WS-ST-STATUS
           END-READ
           .
       5300-EVALUAR-INSTRUCCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5400-IMPRIMIR-INSTRUCCION.
           IF WS-CANT-CORRESPONSAL = 0
              MOVE WS-CORRESPONSAL(WS-IDX) TO WC-CORRESPONSAL
              WRITE REPORTE-REC FROM WS-LINEA-CORRESPONSAL
           END-IF
           ADD 1 TO WS-CANT-CORRESPONSAL
           ADD 1 TO WS-TOT-REPORTADAS
           ADD ST-IMPORTE TO WS-IMP-CORRESPONSAL
           MOVE SPACES             TO WS-LINEA-DETALLE
           MOVE ST-REFERENCIA      TO WD-REFERENCIA
           MOVE ST-TIPO-MENSAJE    TO WD-TIPO
           MOVE ST-CTAVALOR        TO WD-CTAVALOR
           MOVE ST-NEMONICO        TO WD-NEMONICO
           MOVE ST-FEC-LIQUIDACION TO WD-FEC-LIQUIDACION
           MOVE ST-IMPORTE         TO WD-IMPORTE
           MOVE ST-MONEDA          TO WD-MONEDA
           MOVE ST-COD-MOTIVO      TO WD-MOTIVO
           MOVE ST-TEXTO-MOTIVO    TO WD-TEXTO
           EVALUATE TRUE
              WHEN ST-FALLIDA
                 MOVE 'FALLIDA'    TO WD-ESTADO
              WHEN ST-LIQ-PARCIAL
                 MOVE 'PARCIAL'    TO WD-ESTADO
              WHEN OTHER
                 MOVE 'VENCIDA'    TO WD-ESTADO
           END-EVALUATE
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           .
       5400-IMPRIMIR-INSTRUCCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE MENSAJE-RECIBIDO LIQUIDACION-MILA MERCADO-MAESTRO
                 REPORTE-LIQUIDACION
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RMILASWI'   TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-MENSAJES TO BC-REGISTROS
           MOVE 0            TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RMILASWI - MENSAJES RECIBIDOS : '
                   WS-TOT-MENSAJES
           DISPLAY 'RMILASWI - LIQUIDADAS         : '
                   WS-TOT-LIQUIDADAS
           DISPLAY 'RMILASWI - LIQUIDADAS PARCIAL : '
                   WS-TOT-PARCIALES
           DISPLAY 'RMILASWI - ESTADOS MT548      : '
                   WS-TOT-ESTADOS
           DISPLAY 'RMILASWI - RECHAZADOS         : '
                   WS-TOT-RECHAZADOS
           DISPLAY 'RMILASWI - OMITIDOS (CERRADA) : '
                   WS-TOT-OMITIDOS
           DISPLAY 'RMILASWI - INCIDENCIAS REPORT.: '
                   WS-TOT-REPORTADAS
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

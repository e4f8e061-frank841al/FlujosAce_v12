       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RRATGLOD.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  14/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 14/09/2026 JQ      ALTA. CARGA DE LAS PUBLICACIONES DE LAS   *
      *                    CLASIFICADORAS EN EL HISTORICO RATGHIST Y *
      *                    REDERIVACION DE LA CLASE DEL VALOR EN     *
      *                    NEMOMAST, CON LOS NEMONICOS AFECTADOS     *
      *                    PARA EL REPORTE DE IMPACTO RRATGIMP.      *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * POR CADA LINEA DE RATGPUB (NEMONICO O EMISOR, CLASIFICADORA, *
      * CALIFICACION, PERSPECTIVA, FECHA):                           *
      *  - VALIDA EL SUJETO (NEMOMAST / EMISMAST) Y QUE LA           *
      *    CALIFICACION ESTE EN LA ESCALA RATGESC;                   *
      *  - BUSCA LA CALIFICACION ANTERIOR DE LA MISMA CLASIFICADORA, *
      *    CLASIFICA EL CAMBIO (NUEVA, ALZA, BAJA, SOLO PERSPECTIVA  *
      *    O RATIFICACION) Y LO GRABA EN RATGHIST;                   *
      *  - SI LA CALIFICACION CAMBIO, REDERIVA LA CLASE DE CADA      *
      *    NEMONICO AFECTADO (EL PROPIO, O LOS DEL EMISOR QUE NO     *
      *    TIENEN CLASIFICACION PROPIA) CON LA PEOR CALIFICACION     *
      *    VIGENTE ENTRE CLASIFICADORAS: EL NIVEL DE RIESGO MINIMO   *
      *    SE AJUSTA EN AMBOS SENTIDOS; LA ELEGIBILIDAD AFP SOLO SE  *
      *    RETIRA (EL ALTA COMO ELEGIBLE SIGUE SIENDO MANUAL);       *
      *  - TODA BAJA, Y TODO CAMBIO DE CLASE, VA A RATGCHG PARA EL   *
      *    REPORTE DE IMPACTO DEL MISMO DIA (RRATGIMP).              *
      * LAS LINEAS RECHAZADAS SALEN EN RATGRPT CON SU MOTIVO.        *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUBLICACION-IN ASSIGN TO RATGPUB
               ORGANIZATION IS SEQUENTIAL.
           SELECT HISTORICO-CALIFICACION ASSIGN TO RATGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-CLAVE
               FILE STATUS IS WS-RH-STATUS.
           SELECT NEMONICO-MAESTRO ASSIGN TO NEMOMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-NEMONICO
               FILE STATUS IS WS-NM-STATUS.
           SELECT EMISOR-MAESTRO ASSIGN TO EMISMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-COD-EMISOR
               FILE STATUS IS WS-EM-STATUS.
           SELECT CAMBIO-OUT ASSIGN TO RATGCHG
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-CARGA ASSIGN TO RATGRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PUBLICACION-IN
           RECORDING MODE IS F.
       COPY RATGPUB.
       FD  HISTORICO-CALIFICACION
           RECORDING MODE IS F.
       COPY RATGHIST.
       FD  NEMONICO-MAESTRO
           RECORDING MODE IS F.
       COPY NEMOMAST.
       FD  EMISOR-MAESTRO
           RECORDING MODE IS F.
       COPY EMISMAST.
       FD  CAMBIO-OUT
           RECORDING MODE IS F.
       COPY RATGCHG.
       FD  REPORTE-CARGA
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       COPY BCHCTLP.
       COPY RATGESC.
       01  WS-RH-STATUS                PIC X(02) VALUE '00'.
           88 WS-RH-OK                           VALUE '00'.
           88 WS-RH-FIN                          VALUE '10'.
           88 WS-RH-NO-ENCONTRADO                VALUE '23'.
       01  WS-NM-STATUS                PIC X(02) VALUE '00'.
           88 WS-NM-OK                           VALUE '00'.
           88 WS-NM-FIN                          VALUE '10'.
       01  WS-EM-STATUS                PIC X(02) VALUE '00'.
           88 WS-EM-OK                           VALUE '00'.
       77  WS-EOF-PUBLICACION          PIC X(01) VALUE 'N'.
           88 WS-FIN-PUBLICACION                 VALUE 'S'.
       77  WS-FECHA-PROCESO            PIC 9(08).
       77  WS-TOT-LEIDAS               PIC 9(07) COMP VALUE 0.
       77  WS-TOT-CARGADAS             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-RECHAZADAS           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-BAJAS                PIC 9(07) COMP VALUE 0.
       77  WS-TOT-AFECTADOS            PIC 9(07) COMP VALUE 0.
       77  WS-IDX                      PIC 9(02) COMP VALUE 0.
       77  WS-POS-NUEVA                PIC 9(02) COMP VALUE 0.
       77  WS-POS-ANTERIOR             PIC 9(02) COMP VALUE 0.
       77  WS-POS-BUSCADA              PIC 9(02) COMP VALUE 0.
       77  WS-PESO-PEOR                PIC 9(01) VALUE 0.
       77  WS-PESO-ACTUAL              PIC 9(01) VALUE 0.
       77  WS-CANT-VIGENTES            PIC 9(03) COMP VALUE 0.
       77  WS-IND-CAMBIO               PIC X(01) VALUE SPACE.
           88 WS-CAMBIO-ES-BAJA                  VALUE 'B'.
       01  WS-CALIF-BUSCADA            PIC X(06).
       01  WS-MOTIVO                   PIC X(40).
       01  WS-ANTERIOR.
           05 WS-AN-CALIFICACION       PIC  X(06).
           05 WS-AN-PERSPECTIVA        PIC  X(01).
       01  WS-CLAVE-PEOR.
           05 WS-CP-TIPO               PIC  X(01).
           05 WS-CP-SUJETO             PIC  X(10).
       01  WS-VIGENTE.
           05 WS-VG-AGENCIA            PIC  X(04).
           05 WS-VG-CALIFICACION       PIC  X(06).
       01  WS-DERIVADO.
           05 WS-DV-NIVEL              PIC  X(01).
           05 WS-DV-ELEGIBLE           PIC  X(01).
       01  WS-LINEA-REPORTE.
           05 WR-TIPO-SUJETO           PIC  X(01).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WR-SUJETO                PIC  X(10).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WR-AGENCIA               PIC  X(04).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WR-FECHA                 PIC  9(08).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WR-CALIF-ANTERIOR        PIC  X(06).
           05 FILLER                   PIC  X(04) VALUE ' -> '.
           05 WR-CALIFICACION          PIC  X(06).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WR-PERSPECTIVA           PIC  X(01).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WR-RESULTADO             PIC  X(40).
           05 FILLER                   PIC  X(46) VALUE SPACES.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESAR-PUBLICACION
              UNTIL WS-FIN-PUBLICACION
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RRATGLOD'   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RRATGLOD - CONTROL DE CORRIDA EN ERROR'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT  PUBLICACION-IN EMISOR-MAESTRO
           OPEN I-O    HISTORICO-CALIFICACION NEMONICO-MAESTRO
           OPEN OUTPUT CAMBIO-OUT REPORTE-CARGA
           READ PUBLICACION-IN
              AT END MOVE 'S' TO WS-EOF-PUBLICACION
           END-READ
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-PROCESAR-PUBLICACION.
           ADD 1 TO WS-TOT-LEIDAS
           MOVE SPACES TO WS-MOTIVO WS-ANTERIOR
           PERFORM 2100-VALIDAR-PUBLICACION
              THRU 2100-VALIDAR-PUBLICACION-EXIT
           IF WS-MOTIVO = SPACES
              PERFORM 2200-BUSCAR-ANTERIOR
           END-IF
           IF WS-MOTIVO = SPACES
              PERFORM 2300-REGISTRAR-HISTORICO
                 THRU 2300-REGISTRAR-HISTORICO-EXIT
           END-IF
           IF WS-MOTIVO(1:9) = 'RECHAZADA'
              ADD 1 TO WS-TOT-RECHAZADAS
           END-IF
           PERFORM 2900-ESCRIBIR-REPORTE
           READ PUBLICACION-IN
              AT END MOVE 'S' TO WS-EOF-PUBLICACION
           END-READ
           .
       2000-PROCESAR-PUBLICACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-VALIDAR-PUBLICACION.
           IF RP-AGENCIA = SPACES
              OR RP-SUJETO = SPACES
              OR RP-FEC-PUBLICACION IS NOT NUMERIC
              OR RP-FEC-PUBLICACION = 0
              MOVE 'RECHAZADA: DATOS INCOMPLETOS' TO WS-MOTIVO
              GO TO 2100-VALIDAR-PUBLICACION-EXIT
           END-IF
           MOVE RP-CALIFICACION TO WS-CALIF-BUSCADA
           PERFORM 5000-UBICAR-EN-ESCALA
           MOVE WS-POS-BUSCADA TO WS-POS-NUEVA
           IF WS-POS-NUEVA = 0
              MOVE 'RECHAZADA: CALIFICACION NO RECONOCIDA'
                 TO WS-MOTIVO
              GO TO 2100-VALIDAR-PUBLICACION-EXIT
           END-IF
           EVALUATE TRUE
              WHEN RP-SUJETO-NEMONICO
                 MOVE '00' TO WS-NM-STATUS
                 MOVE RP-SUJETO TO NM-NEMONICO
                 READ NEMONICO-MAESTRO
                    INVALID KEY MOVE '23' TO WS-NM-STATUS
                 END-READ
                 IF NOT WS-NM-OK
                    MOVE 'RECHAZADA: NEMONICO NO EXISTE' TO WS-MOTIVO
                 END-IF
              WHEN RP-SUJETO-EMISOR
                 MOVE '00' TO WS-EM-STATUS
                 MOVE RP-SUJETO TO EM-COD-EMISOR
                 READ EMISOR-MAESTRO
                    INVALID KEY MOVE '23' TO WS-EM-STATUS
                 END-READ
                 IF NOT WS-EM-OK
                    MOVE 'RECHAZADA: EMISOR NO EXISTE' TO WS-MOTIVO
                 END-IF
              WHEN OTHER
                 MOVE 'RECHAZADA: TIPO DE SUJETO INVALIDO'
                    TO WS-MOTIVO
           END-EVALUATE
           .
       2100-VALIDAR-PUBLICACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA ULTIMA CALIFICACION DE LA MISMA CLASIFICADORA ANTERIOR A  *
      * LA FECHA PUBLICADA; UNA PUBLICACION CON FECHA YA CARGADA SE  *
      * RECHAZA COMO DUPLICADA.                                      *
      *--------------------------------------------------------------*
       2200-BUSCAR-ANTERIOR.
           MOVE '00' TO WS-RH-STATUS
           MOVE RP-TIPO-SUJETO TO RH-TIPO-SUJETO
           MOVE RP-SUJETO      TO RH-SUJETO
           MOVE RP-AGENCIA     TO RH-AGENCIA
           MOVE 0              TO RH-FEC-VIGENCIA
           START HISTORICO-CALIFICACION KEY IS NOT LESS THAN RH-CLAVE
              INVALID KEY MOVE '10' TO WS-RH-STATUS
           END-START
           IF WS-RH-OK
              READ HISTORICO-CALIFICACION NEXT RECORD
                 AT END MOVE '10' TO WS-RH-STATUS
              END-READ
           END-IF
           PERFORM 2210-LEER-ANTERIOR
              UNTIL WS-RH-FIN
                 OR RH-TIPO-SUJETO NOT = RP-TIPO-SUJETO
                 OR RH-SUJETO      NOT = RP-SUJETO
                 OR RH-AGENCIA     NOT = RP-AGENCIA
                 OR RH-FEC-VIGENCIA >= RP-FEC-PUBLICACION
           IF NOT WS-RH-FIN
              AND RH-TIPO-SUJETO  = RP-TIPO-SUJETO
              AND RH-SUJETO       = RP-SUJETO
              AND RH-AGENCIA      = RP-AGENCIA
              AND RH-FEC-VIGENCIA = RP-FEC-PUBLICACION
              MOVE 'RECHAZADA: PUBLICACION YA CARGADA' TO WS-MOTIVO
           END-IF
           .
       2200-BUSCAR-ANTERIOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2210-LEER-ANTERIOR.
           MOVE RH-CALIFICACION TO WS-AN-CALIFICACION
           MOVE RH-PERSPECTIVA  TO WS-AN-PERSPECTIVA
           READ HISTORICO-CALIFICACION NEXT RECORD
              AT END MOVE '10' TO WS-RH-STATUS
           END-READ
           .
       2210-LEER-ANTERIOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2300-REGISTRAR-HISTORICO.
           MOVE RP-TIPO-SUJETO     TO RH-TIPO-SUJETO
           MOVE RP-SUJETO          TO RH-SUJETO
           MOVE RP-AGENCIA         TO RH-AGENCIA
           MOVE RP-FEC-PUBLICACION TO RH-FEC-VIGENCIA
           MOVE RP-CALIFICACION    TO RH-CALIFICACION
           MOVE RP-PERSPECTIVA     TO RH-PERSPECTIVA
           MOVE WS-AN-CALIFICACION TO RH-CALIF-ANTERIOR
           MOVE WS-AN-PERSPECTIVA  TO RH-PERSP-ANTERIOR
           MOVE WS-FECHA-PROCESO   TO RH-FEC-CARGA
           PERFORM 2310-CLASIFICAR-CAMBIO
              THRU 2310-CLASIFICAR-CAMBIO-EXIT
           WRITE RH-REGISTRO-CALIFICACION
              INVALID KEY
                 MOVE 'RECHAZADA: NO SE PUDO GRABAR' TO WS-MOTIVO
                 GO TO 2300-REGISTRAR-HISTORICO-EXIT
           END-WRITE
           ADD 1 TO WS-TOT-CARGADAS
           MOVE RH-IND-CAMBIO TO WS-IND-CAMBIO
           EVALUATE TRUE
              WHEN RH-ES-NUEVA
                 MOVE 'CARGADA: CALIFICACION NUEVA' TO WS-MOTIVO
              WHEN RH-ES-ALZA
                 MOVE 'CARGADA: ALZA'               TO WS-MOTIVO
              WHEN RH-ES-BAJA
                 MOVE 'CARGADA: BAJA'               TO WS-MOTIVO
                 ADD 1 TO WS-TOT-BAJAS
              WHEN RH-ES-CAMBIO-PERSPECTIVA
                 MOVE 'CARGADA: CAMBIO DE PERSPECTIVA' TO WS-MOTIVO
              WHEN OTHER
                 MOVE 'CARGADA: RATIFICACION'       TO WS-MOTIVO
           END-EVALUATE
           IF RH-ES-NUEVA OR RH-ES-ALZA OR RH-ES-BAJA
              PERFORM 3000-APLICAR-CAMBIO
           END-IF
           .
       2300-REGISTRAR-HISTORICO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL SENTIDO SE MIDE POR LA POSICION EN LA ESCALA CUANDO AMBAS *
      * CALIFICACIONES SON DE LA MISMA ESCALA; SI LA CLASIFICADORA   *
      * CAMBIO DE ESCALA SE COMPARA EL NIVEL DE RIESGO DERIVADO.     *
      *--------------------------------------------------------------*
       2310-CLASIFICAR-CAMBIO.
           IF WS-AN-CALIFICACION = SPACES
              MOVE 'N' TO RH-IND-CAMBIO
              GO TO 2310-CLASIFICAR-CAMBIO-EXIT
           END-IF
           MOVE WS-AN-CALIFICACION TO WS-CALIF-BUSCADA
           PERFORM 5000-UBICAR-EN-ESCALA
           MOVE WS-POS-BUSCADA TO WS-POS-ANTERIOR
           EVALUATE TRUE
              WHEN WS-POS-ANTERIOR = WS-POS-NUEVA
                 IF RP-PERSPECTIVA NOT = WS-AN-PERSPECTIVA
                    MOVE 'P' TO RH-IND-CAMBIO
                 ELSE
                    MOVE 'R' TO RH-IND-CAMBIO
                 END-IF
              WHEN WS-POS-ANTERIOR = 0
                 MOVE 'N' TO RH-IND-CAMBIO
              WHEN RE-ESCALA(WS-POS-ANTERIOR)
                   = RE-ESCALA(WS-POS-NUEVA)
                 IF WS-POS-NUEVA > WS-POS-ANTERIOR
                    MOVE 'B' TO RH-IND-CAMBIO
                 ELSE
                    MOVE 'S' TO RH-IND-CAMBIO
                 END-IF
              WHEN OTHER
                 MOVE RE-NIVEL-RIESGO(WS-POS-ANTERIOR)
                    TO WS-DV-NIVEL
                 PERFORM 5100-PESO-NIVEL
                 MOVE WS-PESO-ACTUAL TO WS-PESO-PEOR
                 MOVE RE-NIVEL-RIESGO(WS-POS-NUEVA) TO WS-DV-NIVEL
                 PERFORM 5100-PESO-NIVEL
                 IF WS-PESO-ACTUAL > WS-PESO-PEOR
                    MOVE 'B' TO RH-IND-CAMBIO
                 ELSE
                    MOVE 'S' TO RH-IND-CAMBIO
                 END-IF
           END-EVALUATE
           .
       2310-CLASIFICAR-CAMBIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2900-ESCRIBIR-REPORTE.
           MOVE RP-TIPO-SUJETO     TO WR-TIPO-SUJETO
           MOVE RP-SUJETO          TO WR-SUJETO
           MOVE RP-AGENCIA         TO WR-AGENCIA
           MOVE RP-FEC-PUBLICACION TO WR-FECHA
           MOVE WS-AN-CALIFICACION TO WR-CALIF-ANTERIOR
           MOVE RP-CALIFICACION    TO WR-CALIFICACION
           MOVE RP-PERSPECTIVA     TO WR-PERSPECTIVA
           MOVE WS-MOTIVO          TO WR-RESULTADO
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE
           .
       2900-ESCRIBIR-REPORTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CALIFICACION DE NEMONICO: SE REDERIVA ESE NEMONICO. DE       *
      * EMISOR: CADA NEMONICO VINCULADO AL EMISOR QUE NO TIENE       *
      * CLASIFICACION PROPIA (LA PROPIA PREVALECE).                  *
      *--------------------------------------------------------------*
       3000-APLICAR-CAMBIO.
           IF RP-SUJETO-NEMONICO
              MOVE '00' TO WS-NM-STATUS
              MOVE RP-SUJETO TO NM-NEMONICO
              READ NEMONICO-MAESTRO
                 INVALID KEY MOVE '23' TO WS-NM-STATUS
              END-READ
              IF WS-NM-OK
                 MOVE 'N'         TO WS-CP-TIPO
                 MOVE NM-NEMONICO TO WS-CP-SUJETO
                 PERFORM 3100-REDERIVAR-NEMONICO
                    THRU 3100-REDERIVAR-NEMONICO-EXIT
              END-IF
           ELSE
              MOVE '00' TO WS-NM-STATUS
              MOVE LOW-VALUES TO NM-NEMONICO
              START NEMONICO-MAESTRO KEY IS NOT LESS THAN NM-NEMONICO
                 INVALID KEY MOVE '10' TO WS-NM-STATUS
              END-START
              IF WS-NM-OK
                 READ NEMONICO-MAESTRO NEXT RECORD
                    AT END MOVE '10' TO WS-NM-STATUS
                 END-READ
              END-IF
              PERFORM 3050-REVISAR-NEMONICO-EMISOR
                 UNTIL WS-NM-FIN
           END-IF
           .
       3000-APLICAR-CAMBIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3050-REVISAR-NEMONICO-EMISOR.
           IF NM-COD-EMISOR = RP-SUJETO
              MOVE 'N'         TO WS-CP-TIPO
              MOVE NM-NEMONICO TO WS-CP-SUJETO
              PERFORM 4000-PEOR-VIGENTE
              IF WS-CANT-VIGENTES = 0
                 MOVE 'E'       TO WS-CP-TIPO
                 MOVE RP-SUJETO TO WS-CP-SUJETO
                 PERFORM 3100-REDERIVAR-NEMONICO
                    THRU 3100-REDERIVAR-NEMONICO-EXIT
              END-IF
           END-IF
           READ NEMONICO-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-NM-STATUS
           END-READ
           .
       3050-REVISAR-NEMONICO-EMISOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * NM-REGISTRO-NEMONICO YA LEIDO. LA CLASE SE DERIVA DE LA PEOR *
      * CALIFICACION VIGENTE DEL SUJETO EN WS-CLAVE-PEOR.            *
      *--------------------------------------------------------------*
       3100-REDERIVAR-NEMONICO.
           PERFORM 4000-PEOR-VIGENTE
           IF WS-CANT-VIGENTES = 0
              GO TO 3100-REDERIVAR-NEMONICO-EXIT
           END-IF
           MOVE NM-NEMONICO         TO RG-NEMONICO
           MOVE RP-TIPO-SUJETO      TO RG-TIPO-SUJETO
           MOVE RP-SUJETO           TO RG-SUJETO
           MOVE RP-AGENCIA          TO RG-AGENCIA
           MOVE RP-FEC-PUBLICACION  TO RG-FEC-VIGENCIA
           MOVE WS-AN-CALIFICACION  TO RG-CALIF-ANTERIOR
           MOVE RP-CALIFICACION     TO RG-CALIFICACION
           MOVE WS-IND-CAMBIO       TO RG-IND-CAMBIO
           MOVE NM-TIPO-RENTA       TO RG-TIPO-RENTA
           MOVE NM-NIVEL-RIESGO-MIN TO RG-NIVEL-ANTERIOR
           MOVE NM-IND-ELEGIBLE-AFP TO RG-ELEGIBLE-ANTERIOR
           MOVE WS-DV-NIVEL         TO RG-NIVEL-NUEVO
           MOVE NM-IND-ELEGIBLE-AFP TO RG-ELEGIBLE-NUEVO
           IF WS-DV-ELEGIBLE = 'N'
              MOVE 'N' TO RG-ELEGIBLE-NUEVO
           END-IF
           IF RG-NIVEL-NUEVO    NOT = RG-NIVEL-ANTERIOR
              OR RG-ELEGIBLE-NUEVO NOT = RG-ELEGIBLE-ANTERIOR
              MOVE RG-NIVEL-NUEVO    TO NM-NIVEL-RIESGO-MIN
              MOVE RG-ELEGIBLE-NUEVO TO NM-IND-ELEGIBLE-AFP
              REWRITE NM-REGISTRO-NEMONICO
           END-IF
           IF RG-NIVEL-NUEVO    NOT = RG-NIVEL-ANTERIOR
              OR RG-ELEGIBLE-NUEVO NOT = RG-ELEGIBLE-ANTERIOR
              OR WS-CAMBIO-ES-BAJA
              ADD 1 TO WS-TOT-AFECTADOS
              WRITE RG-REGISTRO-CAMBIO
           END-IF
           .
       3100-REDERIVAR-NEMONICO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * RECORRE EL TRAMO DEL SUJETO EN RATGHIST (ORDENADO POR        *
      * CLASIFICADORA Y FECHA): LA ULTIMA CALIFICACION DE CADA       *
      * CLASIFICADORA ES LA VIGENTE, Y LA CLASE DERIVADA ES LA DE LA *
      * PEOR ENTRE ELLAS. WS-CANT-VIGENTES = 0 SI NO HAY NINGUNA.    *
      *--------------------------------------------------------------*
       4000-PEOR-VIGENTE.
           MOVE 0      TO WS-CANT-VIGENTES WS-PESO-PEOR
           MOVE SPACES TO WS-VIGENTE WS-DERIVADO
           MOVE 'S'    TO WS-DV-ELEGIBLE
           MOVE '00' TO WS-RH-STATUS
           MOVE WS-CP-TIPO   TO RH-TIPO-SUJETO
           MOVE WS-CP-SUJETO TO RH-SUJETO
           MOVE LOW-VALUES   TO RH-AGENCIA
           MOVE 0            TO RH-FEC-VIGENCIA
           START HISTORICO-CALIFICACION KEY IS NOT LESS THAN RH-CLAVE
              INVALID KEY MOVE '10' TO WS-RH-STATUS
           END-START
           IF WS-RH-OK
              READ HISTORICO-CALIFICACION NEXT RECORD
                 AT END MOVE '10' TO WS-RH-STATUS
              END-READ
           END-IF
           PERFORM 4100-RECORRER-VIGENTE
              UNTIL WS-RH-FIN
                 OR RH-TIPO-SUJETO NOT = WS-CP-TIPO
                 OR RH-SUJETO      NOT = WS-CP-SUJETO
           IF WS-VG-AGENCIA NOT = SPACES
              PERFORM 4200-EVALUAR-VIGENTE
           END-IF
           .
       4000-PEOR-VIGENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4100-RECORRER-VIGENTE.
           IF RH-AGENCIA NOT = WS-VG-AGENCIA
              AND WS-VG-AGENCIA NOT = SPACES
              PERFORM 4200-EVALUAR-VIGENTE
           END-IF
           MOVE RH-AGENCIA      TO WS-VG-AGENCIA
           MOVE RH-CALIFICACION TO WS-VG-CALIFICACION
           READ HISTORICO-CALIFICACION NEXT RECORD
              AT END MOVE '10' TO WS-RH-STATUS
           END-READ
           .
       4100-RECORRER-VIGENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4200-EVALUAR-VIGENTE.
           MOVE WS-VG-CALIFICACION TO WS-CALIF-BUSCADA
           PERFORM 5000-UBICAR-EN-ESCALA
           IF WS-POS-BUSCADA > 0
              ADD 1 TO WS-CANT-VIGENTES
              MOVE RE-NIVEL-RIESGO(WS-POS-BUSCADA) TO WS-DV-NIVEL
              PERFORM 5100-PESO-NIVEL
              IF WS-PESO-ACTUAL > WS-PESO-PEOR
                 MOVE WS-PESO-ACTUAL TO WS-PESO-PEOR
              END-IF
              IF RE-ELEGIBLE-AFP(WS-POS-BUSCADA) = 'N'
                 MOVE 'N' TO WS-DV-ELEGIBLE
              END-IF
           END-IF
           EVALUATE WS-PESO-PEOR
              WHEN 1     MOVE 'C' TO WS-DV-NIVEL
              WHEN 2     MOVE 'M' TO WS-DV-NIVEL
              WHEN OTHER MOVE 'A' TO WS-DV-NIVEL
           END-EVALUATE
           .
       4200-EVALUAR-VIGENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5000-UBICAR-EN-ESCALA.
           MOVE 0 TO WS-POS-BUSCADA
           PERFORM 5010-COMPARAR-ESCALA
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > RE-TOT-ENTRADAS
           .
       5000-UBICAR-EN-ESCALA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5010-COMPARAR-ESCALA.
           IF WS-POS-BUSCADA = 0
              AND RE-CALIFICACION(WS-IDX) = WS-CALIF-BUSCADA
              MOVE WS-IDX TO WS-POS-BUSCADA
           END-IF
           .
       5010-COMPARAR-ESCALA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5100-PESO-NIVEL.
           EVALUATE WS-DV-NIVEL
              WHEN 'C'   MOVE 1 TO WS-PESO-ACTUAL
              WHEN 'M'   MOVE 2 TO WS-PESO-ACTUAL
              WHEN OTHER MOVE 3 TO WS-PESO-ACTUAL
           END-EVALUATE
           .
       5100-PESO-NIVEL-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE PUBLICACION-IN HISTORICO-CALIFICACION
                 NEMONICO-MAESTRO EMISOR-MAESTRO CAMBIO-OUT
                 REPORTE-CARGA
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RRATGLOD'   TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-CARGADAS  TO BC-REGISTROS
           MOVE 0            TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RRATGLOD - PUBLICACIONES LEIDAS : ' WS-TOT-LEIDAS
           DISPLAY 'RRATGLOD - CARGADAS EN RATGHIST : '
                   WS-TOT-CARGADAS
           DISPLAY 'RRATGLOD - RECHAZADAS           : '
                   WS-TOT-RECHAZADAS
           DISPLAY 'RRATGLOD - BAJAS DE CALIFICACION: ' WS-TOT-BAJAS
           DISPLAY 'RRATGLOD - NEMONICOS AFECTADOS  : '
                   WS-TOT-AFECTADOS
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

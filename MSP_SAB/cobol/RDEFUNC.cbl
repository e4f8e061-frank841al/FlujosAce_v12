       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RDEFUNC.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  21/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 21/09/2026 JQ      ALTA. CRUCE DEL ARCHIVO DE FALLECIDOS DE  *
      *                    RENIEC CONTRA TITULARES Y APODERADOS, CON *
      *                    PROPUESTA DE BLOQUEO POR SUCESION PARA    *
      *                    CONFIRMACION DE LEGAL.                    *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * CORRE CON CADA ARCHIVO DE FALLECIDOS QUE REMITE RENIEC (DD   *
      * RENIECDF). CARGA LOS DNI Y LOS CRUZA:                        *
      *   1. CONTRA LOS CLIENTES DE CLICONT CON DNI: POR CADA        *
      *      CUENTA-VALOR DEL TITULAR EN EODCLI SE PROPONE LA        *
      *      AFECTACION DE SUCESION (VINCULO 'T');                   *
      *   2. CONTRA LOS APODERADOS DE LOS MANDATOS VIGENTES DE       *
      *      MANDMAST CON DNI: SE PROPONE SUSPENDER ESE MANDATO      *
      *      (VINCULO 'A').                                          *
      * LAS PROPUESTAS SE GRABAN PENDIENTES EN DEFPROP; UNA QUE YA   *
      * EXISTE (PENDIENTE, CONFIRMADA O DESCARTADA) NO SE VUELVE A   *
      * PROPONER. NADA SE BLOQUEA AQUI: LEGAL CONFIRMA O DESCARTA EN *
      * LINEA (CDEFCONF). EL REPORTE (DD DEFUNCRP) LISTA LAS         *
      * COINCIDENCIAS NUEVAS, LAS PROPUESTAS PENDIENTES CON SUS DIAS *
      * Y LAS CONFIRMACIONES Y DESCARTES AUN NO REPORTADOS, QUE      *
      * QUEDAN MARCADOS. LA CORRIDA SE REGISTRA EN RUNCTL VIA        *
      * BCHCTL.                                                      *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFUNCION-RENIEC ASSIGN TO RENIECDF
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENTE-CONTACTO ASSIGN TO CLICONT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENTE-EXT ASSIGN TO EODCLI
               ORGANIZATION IS SEQUENTIAL.
           SELECT MANDATO-MAESTRO ASSIGN TO MANDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CLAVE
               FILE STATUS IS WS-MN-STATUS.
           SELECT PROPUESTA-SUCESION ASSIGN TO DEFPROP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DF-CLAVE
               FILE STATUS IS WS-DF-STATUS.
           SELECT REPORTE-DEFUNCION ASSIGN TO DEFUNCRP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DEFUNCION-RENIEC
           RECORDING MODE IS F.
       COPY RENIECDF.
       FD  CLIENTE-CONTACTO
           RECORDING MODE IS F.
       COPY CLICONT.
       FD  CLIENTE-EXT
           RECORDING MODE IS F.
       COPY EODCLI.
       FD  MANDATO-MAESTRO
           RECORDING MODE IS F.
       COPY MANDMAST.
       FD  PROPUESTA-SUCESION
           RECORDING MODE IS F.
       COPY DEFPROP.
       FD  REPORTE-DEFUNCION
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-MN-STATUS                PIC X(02) VALUE '00'.
           88 WS-MN-OK                           VALUE '00'.
           88 WS-MN-FIN                          VALUE '10'.
       01  WS-DF-STATUS                PIC X(02) VALUE '00'.
           88 WS-DF-OK                           VALUE '00'.
           88 WS-DF-FIN                          VALUE '10'.
           88 WS-DF-DUPLICADA                    VALUE '22'.
       77  WS-EOF-RENIEC               PIC X(01) VALUE 'N'.
           88 WS-FIN-RENIEC                      VALUE 'S'.
       77  WS-EOF-CONTACTO             PIC X(01) VALUE 'N'.
           88 WS-FIN-CONTACTO                    VALUE 'S'.
       77  WS-EOF-CLIENTE              PIC X(01) VALUE 'N'.
           88 WS-FIN-CLIENTE                     VALUE 'S'.
       77  WS-FECHA-PROCESO            PIC 9(08).
       77  WS-IDX                      PIC 9(05) COMP VALUE 0.
       77  WS-IDX-FALLECIDO            PIC 9(05) COMP VALUE 0.
       77  WS-TOT-FALLECIDOS           PIC 9(05) COMP VALUE 0.
       77  WS-TOT-CLIENTES             PIC 9(05) COMP VALUE 0.
       77  WS-TOT-TITULARES            PIC 9(07) COMP VALUE 0.
       77  WS-TOT-APODERADOS           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-PROPUESTAS           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-YA-PROPUESTAS        PIC 9(07) COMP VALUE 0.
       77  WS-TOT-SIN-CUENTA           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-PENDIENTES           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-RESUELTAS            PIC 9(07) COMP VALUE 0.
       77  WS-CANT-CUENTAS             PIC 9(05) COMP VALUE 0.
       77  WS-DIAS-PENDIENTE           PIC S9(05) COMP-3 VALUE 0.
       77  WS-DNI-BUSCADO              PIC X(20).
      *--------------------------------------------------------------*
      * FALLECIDOS DEL ARCHIVO DE RENIEC (EL DNI SE GUARDA CON EL    *
      * ANCHO DEL DOCUMENTO DE CLIENTES Y MANDATOS).                 *
      *--------------------------------------------------------------*
       01  WS-FALLECIDO-TABLA.
           05 WS-FAL OCCURS 5000 TIMES.
              10 WS-FAL-DNI            PIC  X(20).
              10 WS-FAL-NOMBRE         PIC  X(80).
              10 WS-FAL-FEC-DEFUNCION  PIC  9(08).
              10 WS-FAL-NUM-ACTA       PIC  X(12).
      *--------------------------------------------------------------*
      * CUENTAS-VALOR DEL EXTRACTO EODCLI CON SU DOCUMENTO.          *
      *--------------------------------------------------------------*
       01  WS-CLIENTE-TABLA.
           05 WS-CLI OCCURS 5000 TIMES.
              10 WS-CLI-CTAVALOR       PIC  X(20).
              10 WS-CLI-TIPO-DOC       PIC  X(01).
              10 WS-CLI-NUME-DOC       PIC  X(20).
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(48) VALUE
              'CRUCE CON FALLECIDOS RENIEC - BLOQUEO SUCESION'.
           05 FILLER                   PIC X(08) VALUE 'FECHA : '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(68) VALUE SPACES.
       01  WS-LINEA-SECCION.
           05 WS-SECCION-TITULO        PIC X(70).
           05 FILLER                   PIC X(62) VALUE SPACES.
       01  WS-LINEA-CABECERA.
           05 FILLER                   PIC X(48) VALUE
              'DOCUMENTO            NOMBRE                   V '.
           05 FILLER                   PIC X(44) VALUE
              'CUENTA-VALOR         FIRMA   DEFUNC.   DIAS '.
           05 FILLER                   PIC X(40) VALUE
              'RESOLUC. USUARIO OBSERVACION'.
       01  WS-LINEA-DETALLE.
           05 WD-NUME-DOC              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-NOMBRE                PIC X(24).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-VINCULO               PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-CTAVALOR              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-FIRMA                 PIC X(07).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-FEC-DEFUNCION         PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-DIAS                  PIC ZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-FEC-RESOLUCION        PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-USUARIO               PIC X(07).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-OBSERVACION           PIC X(22).
           05 FILLER                   PIC X(01) VALUE SPACE.
       01  WS-OBS-CONFIRMADA.
           05 FILLER                   PIC X(05) VALUE 'HOLD '.
           05 WO-HOLD                  PIC 9(03).
           05 FILLER                   PIC X(06) VALUE ' SUSP '.
           05 WO-MANDATOS              PIC ZZ9.
           05 FILLER                   PIC X(05) VALUE SPACES.
       01  WS-LINEA-TOTAL.
           05 WL-TITULO                PIC X(40).
           05 FILLER                   PIC X(03) VALUE ' : '.
           05 WL-CANTIDAD              PIC Z(06)9.
           05 FILLER                   PIC X(82) VALUE SPACES.
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-CRUZAR-TITULARES
           PERFORM 3000-CRUZAR-APODERADOS
           PERFORM 4000-LISTAR-PENDIENTES
           PERFORM 4500-LISTAR-RESOLUCIONES
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RDEFUNC '   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RDEFUNC - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1100-CARGAR-FALLECIDOS
           PERFORM 1200-CARGAR-CLIENTES
           OPEN I-O PROPUESTA-SUCESION
           OPEN OUTPUT REPORTE-DEFUNCION
           MOVE WS-FECHA-PROCESO TO WT-FECHA
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           MOVE 'COINCIDENCIAS NUEVAS DE ESTA CORRIDA'
             TO WS-SECCION-TITULO
           WRITE REPORTE-REC FROM WS-LINEA-SECCION
           WRITE REPORTE-REC FROM WS-LINEA-CABECERA
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1100-CARGAR-FALLECIDOS.
           OPEN INPUT DEFUNCION-RENIEC
           READ DEFUNCION-RENIEC
              AT END MOVE 'S' TO WS-EOF-RENIEC
           END-READ
           PERFORM 1110-CARGAR-FALLECIDO
              UNTIL WS-FIN-RENIEC
           CLOSE DEFUNCION-RENIEC
           .
       1100-CARGAR-FALLECIDOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1110-CARGAR-FALLECIDO.
           IF WS-TOT-FALLECIDOS < 5000
              ADD 1 TO WS-TOT-FALLECIDOS
              MOVE RN-DNI           TO WS-FAL-DNI(WS-TOT-FALLECIDOS)
              MOVE RN-APELLIDOS-NOMBRES
                TO WS-FAL-NOMBRE(WS-TOT-FALLECIDOS)
              MOVE RN-FEC-DEFUNCION
                TO WS-FAL-FEC-DEFUNCION(WS-TOT-FALLECIDOS)
              MOVE RN-NUM-ACTA
                TO WS-FAL-NUM-ACTA(WS-TOT-FALLECIDOS)
           ELSE
              DISPLAY 'RDEFUNC - TABLA DE FALLECIDOS LLENA, DNI '
                      RN-DNI ' NO CARGADO'
              MOVE 4 TO RETURN-CODE
           END-IF
           READ DEFUNCION-RENIEC
              AT END MOVE 'S' TO WS-EOF-RENIEC
           END-READ
           .
       1110-CARGAR-FALLECIDO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1200-CARGAR-CLIENTES.
           OPEN INPUT CLIENTE-EXT
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           PERFORM 1210-CARGAR-CLIENTE
              UNTIL WS-FIN-CLIENTE
           CLOSE CLIENTE-EXT
           .
       1200-CARGAR-CLIENTES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1210-CARGAR-CLIENTE.
           IF WS-TOT-CLIENTES < 5000
              ADD 1 TO WS-TOT-CLIENTES
              MOVE EC-CTAVALOR TO WS-CLI-CTAVALOR(WS-TOT-CLIENTES)
              MOVE EC-TIPO-DOC TO WS-CLI-TIPO-DOC(WS-TOT-CLIENTES)
              MOVE EC-NUME-DOC TO WS-CLI-NUME-DOC(WS-TOT-CLIENTES)
           ELSE
              DISPLAY 'RDEFUNC - TABLA DE CLIENTES LLENA, CUENTA '
                      EC-CTAVALOR ' NO CARGADA'
              MOVE 4 TO RETURN-CODE
           END-IF
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           .
       1210-CARGAR-CLIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * TITULARES: CADA CLIENTE DE CLICONT CON DNI QUE FIGURA EN EL  *
      * ARCHIVO DE FALLECIDOS GENERA UNA PROPUESTA POR CADA UNA DE   *
      * SUS CUENTAS-VALOR EN EODCLI.                                 *
      *--------------------------------------------------------------*
       2000-CRUZAR-TITULARES.
           OPEN INPUT CLIENTE-CONTACTO
           READ CLIENTE-CONTACTO
              AT END MOVE 'S' TO WS-EOF-CONTACTO
           END-READ
           PERFORM 2100-EVALUAR-CLIENTE
              UNTIL WS-FIN-CONTACTO
           CLOSE CLIENTE-CONTACTO
           .
       2000-CRUZAR-TITULARES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-EVALUAR-CLIENTE.
           IF CC-TIPO-DOC = 'D'
              MOVE CC-NUME-DOC TO WS-DNI-BUSCADO
              PERFORM 5000-BUSCAR-FALLECIDO
              IF WS-IDX-FALLECIDO > 0
                 ADD 1 TO WS-TOT-TITULARES
                 MOVE 0 TO WS-CANT-CUENTAS
                 PERFORM 2110-PROPONER-CUENTA
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-TOT-CLIENTES
                 IF WS-CANT-CUENTAS = 0
                    ADD 1 TO WS-TOT-SIN-CUENTA
                    DISPLAY 'RDEFUNC - TITULAR FALLECIDO SIN CUENTA '
                            'EN EODCLI, DNI ' CC-NUME-DOC
                 END-IF
              END-IF
           END-IF
           READ CLIENTE-CONTACTO
              AT END MOVE 'S' TO WS-EOF-CONTACTO
           END-READ
           .
       2100-EVALUAR-CLIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2110-PROPONER-CUENTA.
           IF WS-CLI-TIPO-DOC(WS-IDX) = 'D'
              AND WS-CLI-NUME-DOC(WS-IDX) = WS-DNI-BUSCADO
              ADD 1 TO WS-CANT-CUENTAS
              MOVE WS-DNI-BUSCADO          TO DF-NUME-DOC
              MOVE WS-CLI-CTAVALOR(WS-IDX) TO DF-CTAVALOR
              MOVE SPACES                  TO DF-FIRMA
              MOVE 'T'                     TO DF-VINCULO
              PERFORM 6000-GRABAR-PROPUESTA
                 THRU 6000-GRABAR-PROPUESTA-EXIT
           END-IF
           .
       2110-PROPONER-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * APODERADOS: CADA MANDATO VIGENTE CUYO APODERADO TIENE UN DNI *
      * QUE FIGURA EN EL ARCHIVO DE FALLECIDOS GENERA UNA PROPUESTA  *
      * DE SUSPENSION DE ESE MANDATO.                                *
      *--------------------------------------------------------------*
       3000-CRUZAR-APODERADOS.
           OPEN INPUT MANDATO-MAESTRO
           MOVE '00'       TO WS-MN-STATUS
           MOVE LOW-VALUES TO MN-CLAVE
           START MANDATO-MAESTRO KEY IS NOT LESS THAN MN-CLAVE
              INVALID KEY MOVE '10' TO WS-MN-STATUS
           END-START
           IF WS-MN-OK
              READ MANDATO-MAESTRO NEXT RECORD
                 AT END MOVE '10' TO WS-MN-STATUS
              END-READ
           END-IF
           PERFORM 3100-EVALUAR-MANDATO
              UNTIL WS-MN-FIN
           CLOSE MANDATO-MAESTRO
           .
       3000-CRUZAR-APODERADOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-EVALUAR-MANDATO.
           IF MN-ACTIVO
              AND MN-TIPO-DOC = 'D'
              MOVE MN-NUME-DOC TO WS-DNI-BUSCADO
              PERFORM 5000-BUSCAR-FALLECIDO
              IF WS-IDX-FALLECIDO > 0
                 ADD 1 TO WS-TOT-APODERADOS
                 MOVE WS-DNI-BUSCADO TO DF-NUME-DOC
                 MOVE MN-CTAVALOR    TO DF-CTAVALOR
                 MOVE MN-FIRMA       TO DF-FIRMA
                 MOVE 'A'            TO DF-VINCULO
                 PERFORM 6000-GRABAR-PROPUESTA
                    THRU 6000-GRABAR-PROPUESTA-EXIT
              END-IF
           END-IF
           READ MANDATO-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-MN-STATUS
           END-READ
           .
       3100-EVALUAR-MANDATO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * PROPUESTAS QUE SIGUEN ESPERANDO LA CONFIRMACION DE LEGAL, DE *
      * ESTA CORRIDA O DE ANTERIORES, CON LOS DIAS DESDE QUE SE      *
      * PROPUSIERON.                                                 *
      *--------------------------------------------------------------*
       4000-LISTAR-PENDIENTES.
           MOVE 'PROPUESTAS PENDIENTES DE CONFIRMACION DE LEGAL'
             TO WS-SECCION-TITULO
           WRITE REPORTE-REC FROM WS-LINEA-SECCION
           WRITE REPORTE-REC FROM WS-LINEA-CABECERA
           PERFORM 4900-POSICIONAR-PROPUESTAS
           PERFORM 4100-LISTAR-PENDIENTE
              UNTIL WS-DF-FIN
           MOVE 'TOTAL PROPUESTAS PENDIENTES' TO WL-TITULO
           MOVE WS-TOT-PENDIENTES             TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           .
       4000-LISTAR-PENDIENTES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4100-LISTAR-PENDIENTE.
           IF DF-PENDIENTE
              ADD 1 TO WS-TOT-PENDIENTES
              COMPUTE WS-DIAS-PENDIENTE =
                 FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
               - FUNCTION INTEGER-OF-DATE(DF-FEC-PROPUESTA)
              PERFORM 7000-ARMAR-DETALLE
              MOVE WS-DIAS-PENDIENTE TO WD-DIAS
              MOVE 'PENDIENTE'       TO WD-OBSERVACION
              WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           END-IF
           READ PROPUESTA-SUCESION NEXT RECORD
              AT END MOVE '10' TO WS-DF-STATUS
           END-READ
           .
       4100-LISTAR-PENDIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CONFIRMACIONES Y DESCARTES DE LEGAL QUE AUN NO SALIERON EN   *
      * EL REPORTE; SE MARCAN PARA NO REPETIRLOS EN LA PROXIMA       *
      * CORRIDA.                                                     *
      *--------------------------------------------------------------*
       4500-LISTAR-RESOLUCIONES.
           MOVE 'CONFIRMACIONES Y DESCARTES DESDE EL ULTIMO REPORTE'
             TO WS-SECCION-TITULO
           WRITE REPORTE-REC FROM WS-LINEA-SECCION
           WRITE REPORTE-REC FROM WS-LINEA-CABECERA
           PERFORM 4900-POSICIONAR-PROPUESTAS
           PERFORM 4600-LISTAR-RESOLUCION
              UNTIL WS-DF-FIN
           MOVE 'TOTAL RESOLUCIONES REPORTADAS' TO WL-TITULO
           MOVE WS-TOT-RESUELTAS               TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           .
       4500-LISTAR-RESOLUCIONES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4600-LISTAR-RESOLUCION.
           IF NOT DF-PENDIENTE
              AND NOT DF-YA-REPORTADA
              ADD 1 TO WS-TOT-RESUELTAS
              PERFORM 7000-ARMAR-DETALLE
              MOVE DF-FEC-RESOLUCION TO WD-FEC-RESOLUCION
              MOVE DF-USU-RESOLUCION TO WD-USUARIO
              IF DF-CONFIRMADA
                 MOVE DF-HOLD          TO WO-HOLD
                 MOVE DF-MANDATOS-SUSP TO WO-MANDATOS
                 MOVE WS-OBS-CONFIRMADA TO WD-OBSERVACION
              ELSE
                 MOVE DF-MOTIVO        TO WD-OBSERVACION
              END-IF
              WRITE REPORTE-REC FROM WS-LINEA-DETALLE
              MOVE 'S' TO DF-IND-REPORTADO
              REWRITE DF-REGISTRO-PROPUESTA
           END-IF
           READ PROPUESTA-SUCESION NEXT RECORD
              AT END MOVE '10' TO WS-DF-STATUS
           END-READ
           .
       4600-LISTAR-RESOLUCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4900-POSICIONAR-PROPUESTAS.
           MOVE '00'       TO WS-DF-STATUS
           MOVE LOW-VALUES TO DF-CLAVE
           START PROPUESTA-SUCESION KEY IS NOT LESS THAN DF-CLAVE
              INVALID KEY MOVE '10' TO WS-DF-STATUS
           END-START
           IF WS-DF-OK
              READ PROPUESTA-SUCESION NEXT RECORD
                 AT END MOVE '10' TO WS-DF-STATUS
              END-READ
           END-IF
           .
       4900-POSICIONAR-PROPUESTAS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5000-BUSCAR-FALLECIDO.
           MOVE 0 TO WS-IDX-FALLECIDO
           PERFORM 5100-COMPARAR-FALLECIDO
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-FALLECIDOS
                 OR WS-IDX-FALLECIDO > 0
           .
       5000-BUSCAR-FALLECIDO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5100-COMPARAR-FALLECIDO.
           IF WS-FAL-DNI(WS-IDX) = WS-DNI-BUSCADO
              MOVE WS-IDX TO WS-IDX-FALLECIDO
           END-IF
           .
       5100-COMPARAR-FALLECIDO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * GRABA LA PROPUESTA PENDIENTE CON LOS DATOS DE RENIEC. SI LA  *
      * CLAVE YA EXISTE LA COINCIDENCIA SE PROPUSO EN UNA CORRIDA    *
      * ANTERIOR (O LEGAL YA LA RESOLVIO) Y NO SE REPITE.            *
      *--------------------------------------------------------------*
       6000-GRABAR-PROPUESTA.
           MOVE WS-FAL-NOMBRE(WS-IDX-FALLECIDO)   TO DF-NOMBRE
           MOVE WS-FAL-FEC-DEFUNCION(WS-IDX-FALLECIDO)
             TO DF-FEC-DEFUNCION
           MOVE WS-FAL-NUM-ACTA(WS-IDX-FALLECIDO) TO DF-NUM-ACTA
           MOVE WS-FECHA-PROCESO TO DF-FEC-PROPUESTA
           MOVE 'P'              TO DF-ESTADO
           MOVE 0                TO DF-FEC-RESOLUCION
           MOVE SPACES           TO DF-USU-RESOLUCION
           MOVE SPACES           TO DF-MOTIVO
           MOVE 0                TO DF-HOLD
           MOVE 0                TO DF-MANDATOS-SUSP
           MOVE 'N'              TO DF-IND-REPORTADO
           MOVE '00'             TO WS-DF-STATUS
           WRITE DF-REGISTRO-PROPUESTA
              INVALID KEY MOVE '22' TO WS-DF-STATUS
           END-WRITE
           IF WS-DF-DUPLICADA
              ADD 1 TO WS-TOT-YA-PROPUESTAS
              GO TO 6000-GRABAR-PROPUESTA-EXIT
           END-IF
           ADD 1 TO WS-TOT-PROPUESTAS
           PERFORM 7000-ARMAR-DETALLE
           MOVE 'NUEVA PROPUESTA' TO WD-OBSERVACION
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           .
       6000-GRABAR-PROPUESTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7000-ARMAR-DETALLE.
           MOVE DF-NUME-DOC      TO WD-NUME-DOC
           MOVE DF-NOMBRE        TO WD-NOMBRE
           MOVE DF-VINCULO       TO WD-VINCULO
           MOVE DF-CTAVALOR      TO WD-CTAVALOR
           MOVE DF-FIRMA         TO WD-FIRMA
           MOVE DF-FEC-DEFUNCION TO WD-FEC-DEFUNCION
           MOVE 0                TO WD-DIAS
           MOVE 0                TO WD-FEC-RESOLUCION
           MOVE SPACES           TO WD-USUARIO
           MOVE SPACES           TO WD-OBSERVACION
           .
       7000-ARMAR-DETALLE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE PROPUESTA-SUCESION REPORTE-DEFUNCION
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RDEFUNC '   TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-PROPUESTAS TO BC-REGISTROS
           MOVE 0            TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RDEFUNC - FALLECIDOS RENIEC CARGADOS : '
                   WS-TOT-FALLECIDOS
           DISPLAY 'RDEFUNC - TITULARES COINCIDENTES     : '
                   WS-TOT-TITULARES
           DISPLAY 'RDEFUNC - TITULARES SIN CUENTA       : '
                   WS-TOT-SIN-CUENTA
           DISPLAY 'RDEFUNC - MANDATOS COINCIDENTES      : '
                   WS-TOT-APODERADOS
           DISPLAY 'RDEFUNC - PROPUESTAS NUEVAS          : '
                   WS-TOT-PROPUESTAS
           DISPLAY 'RDEFUNC - YA PROPUESTAS (OMITIDAS)   : '
                   WS-TOT-YA-PROPUESTAS
           DISPLAY 'RDEFUNC - PENDIENTES DE LEGAL        : '
                   WS-TOT-PENDIENTES
           DISPLAY 'RDEFUNC - RESOLUCIONES REPORTADAS    : '
                   WS-TOT-RESUELTAS
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RUSUINAC.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  14/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 14/09/2026 JQ      ALTA. MARCA DE USUARIOS SIN ACTIVIDAD     *
      *                    (DORMIDOS) EN USUAUT SEGUN ORDTRACE,      *
      *                    ORDMAST Y ERRLOG.                         *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * CARGA EN TABLA LOS USUARIOS DISTINTOS DE USUAUT (HASTA 500)  *
      * CON SU ULTIMA ACTIVIDAD CONOCIDA (LA REGISTRADA EN CORRIDAS  *
      * ANTERIORES O, SI ES MAYOR, LA FECHA DE ALTA DEL PERFIL, PARA *
      * NO MARCAR AL USUARIO RECIEN CREADO). LUEGO LA ACTUALIZA CON  *
      * LA FECHA MAS RECIENTE EN QUE EL USUARIO APARECE COMO         *
      * OT-USUARIO EN ORDTRACE, OM-USU-MODIF EN ORDMAST Y EG-USUARIO *
      * EN ERRLOG.                                                   *
      * EN LA ULTIMA PASADA (I-O SOBRE USUAUT) GRABA                 *
      * UA-FEC-ULT-ACTIVIDAD EN CADA PERFIL Y MARCA                  *
      * UA-IND-INACTIVIDAD = 'S' CUANDO ESA FECHA ES ANTERIOR A HOY  *
      * MENOS EL PLAZO (PARMMAST, CODIGO USU-DIASINAC; POR DEFECTO   *
      * 90 DIAS). LA MARCA NO INACTIVA EL PERFIL: LO LISTA PARA QUE  *
      * SEGURIDAD LO DE DE BAJA O LO JUSTIFIQUE, Y SE LEVANTA SOLA   *
      * CUANDO EL USUARIO VUELVE A OPERAR.                           *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTORIZACION-USUARIO ASSIGN TO USUAUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UA-CLAVE
               FILE STATUS IS WS-UA-STATUS.
           SELECT TRAZA-ORDEN ASSIGN TO ORDTRACE
               ORGANIZATION IS SEQUENTIAL.
           SELECT ORDEN-MAESTRO ASSIGN TO ORDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-CLAVE
               FILE STATUS IS WS-OM-STATUS.
           SELECT TRAZA-ERRORES ASSIGN TO ERRLOG
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-INACTIVIDAD ASSIGN TO USUINRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTORIZACION-USUARIO
           RECORDING MODE IS F.
       COPY USUAUT.
       FD  TRAZA-ORDEN
           RECORDING MODE IS F.
       COPY ORDTRACE.
       FD  ORDEN-MAESTRO
           RECORDING MODE IS F.
       COPY ORDMAST.
       FD  TRAZA-ERRORES
           RECORDING MODE IS F.
       COPY ERRLOG.
       FD  REPORTE-INACTIVIDAD
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-UA-STATUS                PIC X(02) VALUE '00'.
           88 WS-UA-OK                           VALUE '00'.
           88 WS-UA-FIN                          VALUE '10'.
       01  WS-OM-STATUS                PIC X(02) VALUE '00'.
           88 WS-OM-OK                           VALUE '00'.
           88 WS-OM-FIN                          VALUE '10'.
       77  WS-EOF-TRAZA                PIC X(01) VALUE 'N'.
           88 WS-FIN-TRAZA                       VALUE 'S'.
       77  WS-EOF-ERRORES              PIC X(01) VALUE 'N'.
           88 WS-FIN-ERRORES                     VALUE 'S'.
       77  WS-FECHA-PROCESO            PIC 9(08).
       77  WS-FECHA-CORTE              PIC 9(08).
       77  WS-DIAS-INACTIVIDAD         PIC 9(03) VALUE 90.
       77  WS-DIAS-SIN-ACTIVIDAD       PIC 9(05) VALUE 0.
       77  WS-IDX                      PIC 9(03) COMP VALUE 0.
       77  WS-TOT-USUARIOS             PIC 9(03) COMP VALUE 0.
       77  WS-TOT-FUERA-TABLA          PIC 9(07) COMP VALUE 0.
       77  WS-TOT-PERFILES             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-DORMIDOS             PIC 9(07) COMP VALUE 0.
       77  WS-SW-HALLADO               PIC X(01) VALUE 'N'.
           88 WS-USUARIO-HALLADO                 VALUE 'S'.
       77  WS-USUARIO-BUSCADO          PIC X(07).
       77  WS-FECHA-ACTIVIDAD          PIC 9(08).
       77  WS-USUARIO-ANTERIOR         PIC X(07) VALUE LOW-VALUES.
       01  WS-FECHA-GUIONES            PIC X(10).
       01  WS-FECHA-ARMADA.
           05 WS-FA-ANIO               PIC X(04).
           05 WS-FA-MES                PIC X(02).
           05 WS-FA-DIA                PIC X(02).
       01  WS-FECHA-ARMADA-N REDEFINES WS-FECHA-ARMADA
                                       PIC 9(08).
       01  WS-USUARIO-TABLA.
           05 WS-USU OCCURS 500 TIMES.
              10 WS-USU-ID             PIC  X(07).
              10 WS-USU-ULT-ACTIVIDAD  PIC  9(08).
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(40) VALUE
              'USUARIOS SIN ACTIVIDAD (DORMIDOS)'.
           05 FILLER                   PIC X(08) VALUE 'FECHA : '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(10) VALUE '  CORTE : '.
           05 WT-FECHA-CORTE           PIC 9(08).
           05 FILLER                   PIC X(09) VALUE '  DIAS : '.
           05 WT-DIAS                  PIC ZZ9.
           05 FILLER                   PIC X(46) VALUE SPACES.
       01  WS-LINEA-CABECERA.
           05 FILLER                   PIC X(36) VALUE
              'USUARIO  ULT.ACTIV  DIAS  JEFE'.
           05 FILLER                   PIC X(96) VALUE SPACES.
       01  WS-LINEA-DETALLE.
           05 WD-USUARIO               PIC X(07).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WD-ULT-ACTIVIDAD         PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-DIAS                  PIC ZZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WD-JEFE                  PIC X(07).
           05 FILLER                   PIC X(100) VALUE SPACES.
       01  WS-LINEA-TOTAL.
           05 WL-TITULO                PIC X(30).
           05 FILLER                   PIC X(03) VALUE ' : '.
           05 WL-CANTIDAD              PIC Z(06)9.
           05 FILLER                   PIC X(92) VALUE SPACES.
       COPY PARMCHKP.
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-CARGAR-USUARIOS
           PERFORM 3000-LEER-TRAZA
           PERFORM 4000-LEER-ORDENES
           PERFORM 5000-LEER-ERRORES
           PERFORM 6000-MARCAR-USUARIOS
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RUSUINAC'   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RUSUINAC - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'USU-DIASINAC'   TO PMC-COD-PARAMETRO
           MOVE WS-FECHA-PROCESO TO PMC-FECHA
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-DIAS-INACTIVIDAD
           END-IF
           COMPUTE WS-FECHA-CORTE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
              - WS-DIAS-INACTIVIDAD)
           OPEN OUTPUT REPORTE-INACTIVIDAD
           MOVE WS-FECHA-PROCESO    TO WT-FECHA
           MOVE WS-FECHA-CORTE      TO WT-FECHA-CORTE
           MOVE WS-DIAS-INACTIVIDAD TO WT-DIAS
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           WRITE REPORTE-REC FROM WS-LINEA-CABECERA
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1100-POSICIONAR-USUAUT.
           MOVE '00'       TO WS-UA-STATUS
           MOVE LOW-VALUES TO UA-CLAVE
           START AUTORIZACION-USUARIO KEY IS NOT LESS THAN UA-CLAVE
              INVALID KEY MOVE '10' TO WS-UA-STATUS
           END-START
           IF WS-UA-OK
              READ AUTORIZACION-USUARIO NEXT RECORD
                 AT END MOVE '10' TO WS-UA-STATUS
              END-READ
           END-IF
           .
       1100-POSICIONAR-USUAUT-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-CARGAR-USUARIOS.
           OPEN INPUT AUTORIZACION-USUARIO
           PERFORM 1100-POSICIONAR-USUAUT
           PERFORM 2100-CARGAR-PERFIL
              UNTIL WS-UA-FIN
           CLOSE AUTORIZACION-USUARIO
           .
       2000-CARGAR-USUARIOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA ULTIMA ACTIVIDAD DE PARTIDA ES LA MAYOR ENTRE LA YA       *
      * REGISTRADA Y LA FECHA DE ALTA DE CADA PERFIL DEL USUARIO.    *
      *--------------------------------------------------------------*
       2100-CARGAR-PERFIL.
           MOVE UA-USUARIO TO WS-USUARIO-BUSCADO
           MOVE UA-FEC-ALTA TO WS-FECHA-ACTIVIDAD
           IF UA-FEC-ULT-ACTIVIDAD NUMERIC
              AND UA-FEC-ULT-ACTIVIDAD > WS-FECHA-ACTIVIDAD
              MOVE UA-FEC-ULT-ACTIVIDAD TO WS-FECHA-ACTIVIDAD
           END-IF
           PERFORM 7000-BUSCAR-USUARIO
           IF NOT WS-USUARIO-HALLADO
              IF WS-TOT-USUARIOS < 500
                 ADD 1 TO WS-TOT-USUARIOS
                 MOVE WS-TOT-USUARIOS TO WS-IDX
                 MOVE UA-USUARIO TO WS-USU-ID(WS-IDX)
                 MOVE 0          TO WS-USU-ULT-ACTIVIDAD(WS-IDX)
                 MOVE 'S'        TO WS-SW-HALLADO
              ELSE
                 ADD 1 TO WS-TOT-FUERA-TABLA
              END-IF
           END-IF
           IF WS-USUARIO-HALLADO
              PERFORM 7100-ACTUALIZAR-FECHA
           END-IF
           READ AUTORIZACION-USUARIO NEXT RECORD
              AT END MOVE '10' TO WS-UA-STATUS
           END-READ
           .
       2100-CARGAR-PERFIL-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-LEER-TRAZA.
           OPEN INPUT TRAZA-ORDEN
           READ TRAZA-ORDEN
              AT END MOVE 'S' TO WS-EOF-TRAZA
           END-READ
           PERFORM 3100-PROCESAR-HITO
              UNTIL WS-FIN-TRAZA
           CLOSE TRAZA-ORDEN
           .
       3000-LEER-TRAZA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-PROCESAR-HITO.
           IF OT-USUARIO NOT = SPACES
              AND OT-FECHA NUMERIC
              MOVE OT-USUARIO TO WS-USUARIO-BUSCADO
              MOVE OT-FECHA   TO WS-FECHA-ACTIVIDAD
              PERFORM 7200-REGISTRAR-ACTIVIDAD
           END-IF
           READ TRAZA-ORDEN
              AT END MOVE 'S' TO WS-EOF-TRAZA
           END-READ
           .
       3100-PROCESAR-HITO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-LEER-ORDENES.
           OPEN INPUT ORDEN-MAESTRO
           MOVE LOW-VALUES TO OM-CLAVE
           START ORDEN-MAESTRO KEY IS NOT LESS THAN OM-CLAVE
              INVALID KEY MOVE '10' TO WS-OM-STATUS
           END-START
           IF WS-OM-OK
              READ ORDEN-MAESTRO NEXT RECORD
                 AT END MOVE '10' TO WS-OM-STATUS
              END-READ
           END-IF
           PERFORM 4100-PROCESAR-ORDEN
              UNTIL WS-OM-FIN
           CLOSE ORDEN-MAESTRO
           .
       4000-LEER-ORDENES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * OM-FEC-MODIF PUEDE VENIR COMO AAAAMMDD O AAAA-MM-DD SEGUN    *
      * EL PROGRAMA QUE MODIFICO LA ORDEN.                           *
      *--------------------------------------------------------------*
       4100-PROCESAR-ORDEN.
           IF OM-USU-MODIF NOT = SPACES
              MOVE OM-FEC-MODIF TO WS-FECHA-GUIONES
              PERFORM 7300-CONVERTIR-FECHA
              IF WS-FECHA-ACTIVIDAD > 0
                 MOVE OM-USU-MODIF TO WS-USUARIO-BUSCADO
                 PERFORM 7200-REGISTRAR-ACTIVIDAD
              END-IF
           END-IF
           READ ORDEN-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-OM-STATUS
           END-READ
           .
       4100-PROCESAR-ORDEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5000-LEER-ERRORES.
           OPEN INPUT TRAZA-ERRORES
           READ TRAZA-ERRORES
              AT END MOVE 'S' TO WS-EOF-ERRORES
           END-READ
           PERFORM 5100-PROCESAR-ERROR
              UNTIL WS-FIN-ERRORES
           CLOSE TRAZA-ERRORES
           .
       5000-LEER-ERRORES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5100-PROCESAR-ERROR.
           IF EG-USUARIO NOT = SPACES
              MOVE EG-FECHA TO WS-FECHA-GUIONES
              PERFORM 7300-CONVERTIR-FECHA
              IF WS-FECHA-ACTIVIDAD > 0
                 MOVE EG-USUARIO TO WS-USUARIO-BUSCADO
                 PERFORM 7200-REGISTRAR-ACTIVIDAD
              END-IF
           END-IF
           READ TRAZA-ERRORES
              AT END MOVE 'S' TO WS-EOF-ERRORES
           END-READ
           .
       5100-PROCESAR-ERROR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6000-MARCAR-USUARIOS.
           OPEN I-O AUTORIZACION-USUARIO
           PERFORM 1100-POSICIONAR-USUAUT
           PERFORM 6100-MARCAR-PERFIL
              UNTIL WS-UA-FIN
           CLOSE AUTORIZACION-USUARIO
           .
       6000-MARCAR-USUARIOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6100-MARCAR-PERFIL.
           ADD 1 TO WS-TOT-PERFILES
           MOVE UA-USUARIO TO WS-USUARIO-BUSCADO
           PERFORM 7000-BUSCAR-USUARIO
           IF WS-USUARIO-HALLADO
              PERFORM 6150-GRABAR-MARCA
           END-IF
           READ AUTORIZACION-USUARIO NEXT RECORD
              AT END MOVE '10' TO WS-UA-STATUS
           END-READ
           .
       6100-MARCAR-PERFIL-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6150-GRABAR-MARCA.
           MOVE WS-USU-ULT-ACTIVIDAD(WS-IDX) TO UA-FEC-ULT-ACTIVIDAD
           IF UA-FEC-ULT-ACTIVIDAD < WS-FECHA-CORTE
              MOVE 'S' TO UA-IND-INACTIVIDAD
           ELSE
              MOVE 'N' TO UA-IND-INACTIVIDAD
           END-IF
           REWRITE UA-REGISTRO-AUTORIZACION
           IF UA-USUARIO-DORMIDO
              AND UA-USUARIO NOT = WS-USUARIO-ANTERIOR
              PERFORM 6200-LISTAR-DORMIDO
           END-IF
           MOVE UA-USUARIO TO WS-USUARIO-ANTERIOR
           .
       6150-GRABAR-MARCA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6200-LISTAR-DORMIDO.
           ADD 1 TO WS-TOT-DORMIDOS
           IF UA-FEC-ULT-ACTIVIDAD > 0
              COMPUTE WS-DIAS-SIN-ACTIVIDAD =
                 FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
               - FUNCTION INTEGER-OF-DATE(UA-FEC-ULT-ACTIVIDAD)
           ELSE
              MOVE 99999 TO WS-DIAS-SIN-ACTIVIDAD
           END-IF
           MOVE UA-USUARIO            TO WD-USUARIO
           MOVE UA-FEC-ULT-ACTIVIDAD  TO WD-ULT-ACTIVIDAD
           MOVE WS-DIAS-SIN-ACTIVIDAD TO WD-DIAS
           MOVE UA-JEFE               TO WD-JEFE
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           .
       6200-LISTAR-DORMIDO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7000-BUSCAR-USUARIO.
           MOVE 'N' TO WS-SW-HALLADO
           MOVE 0   TO WS-IDX
           PERFORM 7010-COMPARAR-USUARIO
              UNTIL WS-USUARIO-HALLADO
                 OR WS-IDX NOT < WS-TOT-USUARIOS
           .
       7000-BUSCAR-USUARIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7010-COMPARAR-USUARIO.
           ADD 1 TO WS-IDX
           IF WS-USU-ID(WS-IDX) = WS-USUARIO-BUSCADO
              MOVE 'S' TO WS-SW-HALLADO
           END-IF
           .
       7010-COMPARAR-USUARIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7100-ACTUALIZAR-FECHA.
           IF WS-FECHA-ACTIVIDAD > WS-USU-ULT-ACTIVIDAD(WS-IDX)
              MOVE WS-FECHA-ACTIVIDAD
                TO WS-USU-ULT-ACTIVIDAD(WS-IDX)
           END-IF
           .
       7100-ACTUALIZAR-FECHA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA ACTIVIDAD DE UN USUARIO QUE NO TIENE PERFIL EN USUAUT     *
      * NO INTERESA: SOLO SE ACTUALIZAN LOS QUE ESTAN EN LA TABLA.   *
      *--------------------------------------------------------------*
       7200-REGISTRAR-ACTIVIDAD.
           PERFORM 7000-BUSCAR-USUARIO
           IF WS-USUARIO-HALLADO
              PERFORM 7100-ACTUALIZAR-FECHA
           END-IF
           .
       7200-REGISTRAR-ACTIVIDAD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7300-CONVERTIR-FECHA.
           MOVE 0 TO WS-FECHA-ACTIVIDAD
           IF WS-FECHA-GUIONES(1:8) NUMERIC
              MOVE WS-FECHA-GUIONES(1:8) TO WS-FECHA-ARMADA
           ELSE
              MOVE WS-FECHA-GUIONES(1:4) TO WS-FA-ANIO
              MOVE WS-FECHA-GUIONES(6:2) TO WS-FA-MES
              MOVE WS-FECHA-GUIONES(9:2) TO WS-FA-DIA
           END-IF
           IF WS-FECHA-ARMADA NUMERIC
              MOVE WS-FECHA-ARMADA-N TO WS-FECHA-ACTIVIDAD
           END-IF
           .
       7300-CONVERTIR-FECHA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           MOVE SPACES TO REPORTE-REC
           WRITE REPORTE-REC
           MOVE 'USUARIOS EVALUADOS'       TO WL-TITULO
           MOVE WS-TOT-USUARIOS            TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'USUARIOS DORMIDOS'        TO WL-TITULO
           MOVE WS-TOT-DORMIDOS            TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           IF WS-TOT-FUERA-TABLA > 0
              MOVE 'PERFILES SIN EVALUAR (TABLA)' TO WL-TITULO
              MOVE WS-TOT-FUERA-TABLA            TO WL-CANTIDAD
              WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           END-IF
           CLOSE REPORTE-INACTIVIDAD
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RUSUINAC'   TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-PERFILES  TO BC-REGISTROS
           MOVE 0            TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RUSUINAC - PERFILES LEIDOS      : '
                   WS-TOT-PERFILES
           DISPLAY 'RUSUINAC - USUARIOS EVALUADOS   : '
                   WS-TOT-USUARIOS
           DISPLAY 'RUSUINAC - USUARIOS DORMIDOS    : '
                   WS-TOT-DORMIDOS
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RUSUSOD.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  14/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 14/09/2026 JQ      ALTA. REPORTE DE CONFLICTOS DE            *
      *                    SEGREGACION DE FUNCIONES: USUARIOS CON    *
      *                    PERFIL ACTIVO EN AMBOS LADOS DE UNA DOBLE *
      *                    FIRMA.                                    *
      * 21/09/2026 JQ      ALTA. SE AGREGA EL PAR                    *
      *                    REGISTRO/VERIFICACION DE CUENTAS          *
      *                    BANCARIAS DEL CLIENTE                     *
      *                    (CCTABMNT/CCTABVER).                      *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RECORRE USUAUT UNA SOLA VEZ; COMO LA CLAVE EMPIEZA POR EL    *
      * USUARIO, LOS PERFILES DE CADA USUARIO VIENEN JUNTOS. AL      *
      * CAMBIAR DE USUARIO COMPARA LAS TRANSACCIONES ACTIVAS         *
      * ACUMULADAS CONTRA LA TABLA DE PARES INGRESO/APROBACION Y     *
      * LISTA CADA PAR QUE EL USUARIO TIENE COMPLETO, CON SU JEFE    *
      * PARA QUE RESUELVA CUAL DE LOS DOS LADOS SE RETIRA.           *
      * LOS CONTROLES EN LINEA YA IMPIDEN QUE QUIEN INGRESO APRUEBE  *
      * SU PROPIO REGISTRO; ESTE REPORTE DETECTA EL PERFIL QUE LO    *
      * PERMITIRIA CON UN SEGUNDO USUARIO PRESTADO O ANTE UNA FALLA  *
      * DEL CONTROL. UN PAR NUEVO SE AGREGA EN WS-PARES-VALORES Y EN *
      * WS-TOT-PARES.                                                *
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
           SELECT REPORTE-SEGREGACION ASSIGN TO USUSODRP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTORIZACION-USUARIO
           RECORDING MODE IS F.
       COPY USUAUT.
       FD  REPORTE-SEGREGACION
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-UA-STATUS                PIC X(02) VALUE '00'.
           88 WS-UA-OK                           VALUE '00'.
           88 WS-UA-FIN                          VALUE '10'.
       77  WS-FECHA-PROCESO            PIC 9(08).
       77  WS-USUARIO-ACTUAL           PIC X(07) VALUE SPACES.
       77  WS-JEFE-ACTUAL              PIC X(07) VALUE SPACES.
       77  WS-TOT-PARES                PIC 9(03) COMP VALUE 7.
       77  WS-IDX-PAR                  PIC 9(03) COMP VALUE 0.
       77  WS-IDX-TRX                  PIC 9(03) COMP VALUE 0.
       77  WS-TOT-TRX                  PIC 9(03) COMP VALUE 0.
       77  WS-TRX-BUSCADA              PIC X(10).
       77  WS-SW-HALLADA               PIC X(01) VALUE 'N'.
           88 WS-TRX-HALLADA                     VALUE 'S'.
       77  WS-SW-INGRESO               PIC X(01) VALUE 'N'.
           88 WS-TIENE-INGRESO                   VALUE 'S'.
       77  WS-TOT-PERFILES             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-USUARIOS             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-CONFLICTOS           PIC 9(07) COMP VALUE 0.
      *--------------------------------------------------------------*
      * PARES DE DOBLE FIRMA: TRANSACCION DE INGRESO, TRANSACCION    *
      * DE APROBACION Y DESCRIPCION.                                 *
      *--------------------------------------------------------------*
       01  WS-PARES-VALORES.
           05 FILLER                   PIC X(20) VALUE
              'COTCCONF  COTCAPRO  '.
           05 FILLER                   PIC X(30) VALUE
              'OPERACION EXTRABURSATIL'.
           05 FILLER                   PIC X(20) VALUE
              'CAJUMNT   CAJUAPRO  '.
           05 FILLER                   PIC X(30) VALUE
              'AJUSTE MANUAL DE SALDO'.
           05 FILLER                   PIC X(20) VALUE
              'RQUOLOAD  CQUOAPRO  '.
           05 FILLER                   PIC X(30) VALUE
              'PRECIO RETENIDO EN CARGA'.
           05 FILLER                   PIC X(20) VALUE
              'CSOLEFE   CSOLAPRO  '.
           05 FILLER                   PIC X(30) VALUE
              'SOLICITUD DE EFECTIVO'.
           05 FILLER                   PIC X(20) VALUE
              'CPARMMNT  CPARAPRO  '.
           05 FILLER                   PIC X(30) VALUE
              'PARAMETRO DE CONTROL'.
           05 FILLER                   PIC X(20) VALUE
              'CPADMNT   CPADAPRO  '.
           05 FILLER                   PIC X(30) VALUE
              'CUENTA DE TRADING PERSONAL'.
           05 FILLER                   PIC X(20) VALUE
              'CCTABMNT  CCTABVER  '.
           05 FILLER                   PIC X(30) VALUE
              'CUENTA BANCARIA DEL CLIENTE'.
       01  WS-PARES-TABLA REDEFINES WS-PARES-VALORES.
           05 WS-PAR OCCURS 7 TIMES.
              10 WS-PAR-INGRESO        PIC  X(10).
              10 WS-PAR-APROBACION     PIC  X(10).
              10 WS-PAR-DESCRIPCION    PIC  X(30).
       01  WS-TRX-TABLA.
           05 WS-TRX OCCURS 100 TIMES.
              10 WS-TRX-CODIGO         PIC  X(10).
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(48) VALUE
              'CONFLICTOS DE SEGREGACION DE FUNCIONES (USUAUT)'.
           05 FILLER                   PIC X(08) VALUE 'FECHA : '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(68) VALUE SPACES.
       01  WS-LINEA-CABECERA.
           05 FILLER                   PIC X(40) VALUE
              'USUARIO  INGRESO     APROBACION  FUNCION'.
           05 FILLER                   PIC X(40) VALUE
              '                       JEFE'.
           05 FILLER                   PIC X(52) VALUE SPACES.
       01  WS-LINEA-DETALLE.
           05 WD-USUARIO               PIC X(07).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WD-INGRESO               PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WD-APROBACION            PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WD-DESCRIPCION           PIC X(30).
           05 FILLER                   PIC X(09) VALUE SPACES.
           05 WD-JEFE                  PIC X(07).
           05 FILLER                   PIC X(53) VALUE SPACES.
       01  WS-LINEA-TOTAL.
           05 WL-TITULO                PIC X(30).
           05 FILLER                   PIC X(03) VALUE ' : '.
           05 WL-CANTIDAD              PIC Z(06)9.
           05 FILLER                   PIC X(92) VALUE SPACES.
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESAR-PERFIL
              UNTIL WS-UA-FIN
           IF WS-USUARIO-ACTUAL NOT = SPACES
              PERFORM 3000-EVALUAR-USUARIO
           END-IF
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RUSUSOD'    TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RUSUSOD - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT AUTORIZACION-USUARIO
           OPEN OUTPUT REPORTE-SEGREGACION
           MOVE WS-FECHA-PROCESO TO WT-FECHA
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           WRITE REPORTE-REC FROM WS-LINEA-CABECERA
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
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-PROCESAR-PERFIL.
           ADD 1 TO WS-TOT-PERFILES
           IF UA-USUARIO NOT = WS-USUARIO-ACTUAL
              IF WS-USUARIO-ACTUAL NOT = SPACES
                 PERFORM 3000-EVALUAR-USUARIO
              END-IF
              MOVE UA-USUARIO TO WS-USUARIO-ACTUAL
              MOVE SPACES     TO WS-JEFE-ACTUAL
              MOVE 0          TO WS-TOT-TRX
              ADD 1 TO WS-TOT-USUARIOS
           END-IF
           IF UA-ACTIVO
              IF WS-TOT-TRX < 100
                 ADD 1 TO WS-TOT-TRX
                 MOVE UA-TRANSACCION TO WS-TRX-CODIGO(WS-TOT-TRX)
              END-IF
              IF UA-JEFE NOT = SPACES
                 MOVE UA-JEFE TO WS-JEFE-ACTUAL
              END-IF
           END-IF
           READ AUTORIZACION-USUARIO NEXT RECORD
              AT END MOVE '10' TO WS-UA-STATUS
           END-READ
           .
       2000-PROCESAR-PERFIL-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-EVALUAR-USUARIO.
           PERFORM 3100-EVALUAR-PAR
              VARYING WS-IDX-PAR FROM 1 BY 1
              UNTIL WS-IDX-PAR > WS-TOT-PARES
           .
       3000-EVALUAR-USUARIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-EVALUAR-PAR.
           MOVE WS-PAR-INGRESO(WS-IDX-PAR) TO WS-TRX-BUSCADA
           PERFORM 3200-BUSCAR-TRANSACCION
           MOVE WS-SW-HALLADA TO WS-SW-INGRESO
           IF WS-TIENE-INGRESO
              MOVE WS-PAR-APROBACION(WS-IDX-PAR) TO WS-TRX-BUSCADA
              PERFORM 3200-BUSCAR-TRANSACCION
              IF WS-TRX-HALLADA
                 PERFORM 3300-LISTAR-CONFLICTO
              END-IF
           END-IF
           .
       3100-EVALUAR-PAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3200-BUSCAR-TRANSACCION.
           MOVE 'N' TO WS-SW-HALLADA
           PERFORM 3210-COMPARAR-TRANSACCION
              VARYING WS-IDX-TRX FROM 1 BY 1
              UNTIL WS-IDX-TRX > WS-TOT-TRX
                 OR WS-TRX-HALLADA
           .
       3200-BUSCAR-TRANSACCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3210-COMPARAR-TRANSACCION.
           IF WS-TRX-CODIGO(WS-IDX-TRX) = WS-TRX-BUSCADA
              MOVE 'S' TO WS-SW-HALLADA
           END-IF
           .
       3210-COMPARAR-TRANSACCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3300-LISTAR-CONFLICTO.
           ADD 1 TO WS-TOT-CONFLICTOS
           MOVE WS-USUARIO-ACTUAL              TO WD-USUARIO
           MOVE WS-PAR-INGRESO(WS-IDX-PAR)     TO WD-INGRESO
           MOVE WS-PAR-APROBACION(WS-IDX-PAR)  TO WD-APROBACION
           MOVE WS-PAR-DESCRIPCION(WS-IDX-PAR) TO WD-DESCRIPCION
           IF WS-JEFE-ACTUAL = SPACES
              MOVE 'SIN JEFE'                  TO WD-JEFE
           ELSE
              MOVE WS-JEFE-ACTUAL              TO WD-JEFE
           END-IF
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           .
       3300-LISTAR-CONFLICTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           MOVE SPACES TO REPORTE-REC
           WRITE REPORTE-REC
           MOVE 'USUARIOS REVISADOS'       TO WL-TITULO
           MOVE WS-TOT-USUARIOS            TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'CONFLICTOS DETECTADOS'    TO WL-TITULO
           MOVE WS-TOT-CONFLICTOS          TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           CLOSE AUTORIZACION-USUARIO REPORTE-SEGREGACION
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RUSUSOD'    TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-PERFILES  TO BC-REGISTROS
           MOVE 0            TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RUSUSOD - PERFILES LEIDOS       : '
                   WS-TOT-PERFILES
           DISPLAY 'RUSUSOD - USUARIOS REVISADOS    : '
                   WS-TOT-USUARIOS
           DISPLAY 'RUSUSOD - CONFLICTOS            : '
                   WS-TOT-CONFLICTOS
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

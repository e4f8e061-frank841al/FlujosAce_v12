       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RUSUCERT.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  14/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 14/09/2026 JQ      ALTA. CAMPANA TRIMESTRAL DE               *
      *                    RECERTIFICACION DE PERFILES DE USUAUT POR *
      *                    EL JEFE RESPONSABLE, CON INACTIVACION     *
      *                    AUTOMATICA DE LO NO CONFIRMADO AL VENCER  *
      *                    EL PLAZO.                                 *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LA TARJETA OPCIONAL CERTCARD TRAE LA FUNCION Y LA FECHA      *
      * LIMITE (AAAAMMDD):                                           *
      * 'A' = APERTURA: CADA PERFIL ACTIVO QUEDA PENDIENTE DE        *
      *       RECERTIFICAR CON LA FECHA LIMITE (SIN FECHA, HOY MAS   *
      *       WS-DIAS-PLAZO) Y SE EMITE A CADA JEFE (UA-JEFE) LA     *
      *       LISTA DE PERFILES DE SUS USUARIOS PARA SU FIRMA, CON   *
      *       AVISO POR RVALUSU. LOS PERFILES SIN JEFE VAN A         *
      *       SEGURIDAD INFORMATICA.                                 *
      * 'C' = CIERRE (TAMBIEN SIN TARJETA, CORRIDA DIARIA): EL       *
      *       PERFIL QUE SIGA PENDIENTE CON LA FECHA LIMITE VENCIDA  *
      *       SE INACTIVA Y QUEDA VENCIDO, CON CONSTANCIA EN LA      *
      *       BITACORA COMUN MNTJRNL.                                *
      * LA CONFIRMACION O DENEGACION LA HACE EL JEFE EN LINEA CON    *
      * CUSUAMNT (FUNCIONES 'C'/'D'). LA LISTA POR JEFE SE ARMA CON  *
      * UNA PASADA DE USUAUT POR JEFE (TABLA DE HASTA 200 JEFES);    *
      * LOS QUE NO ENTRAN EN LA TABLA QUEDAN PENDIENTES IGUAL Y SE   *
      * INFORMAN AL PIE DEL LISTADO.                                 *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TARJETA-CAMPANA ASSIGN TO CERTCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUTORIZACION-USUARIO ASSIGN TO USUAUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UA-CLAVE
               FILE STATUS IS WS-UA-STATUS.
           SELECT REPORTE-CERTIFICACION ASSIGN TO USUCERT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TARJETA-CAMPANA
           RECORDING MODE IS F.
       01  UR-REGISTRO-TARJETA.
           05 UR-FUNCION               PIC X(01).
              88 UR-FN-APERTURA                  VALUE 'A'.
              88 UR-FN-CIERRE                    VALUE 'C'.
           05 UR-FEC-LIMITE            PIC 9(08).
           05 FILLER                   PIC X(71).
       FD  AUTORIZACION-USUARIO
           RECORDING MODE IS F.
       COPY USUAUT.
       FD  REPORTE-CERTIFICACION
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-UA-STATUS                PIC X(02) VALUE '00'.
           88 WS-UA-OK                           VALUE '00'.
           88 WS-UA-FIN                          VALUE '10'.
       77  WS-EOF-TARJETA              PIC X(01) VALUE 'N'.
           88 WS-FIN-TARJETA                     VALUE 'S'.
       77  WS-FUNCION                  PIC X(01) VALUE 'C'.
           88 WS-ES-APERTURA                     VALUE 'A'.
       77  WS-FECHA-PROCESO            PIC 9(08).
       77  WS-FEC-LIMITE               PIC 9(08) VALUE 0.
      *--------------------------------------------------------------*
      * PLAZO POR DEFECTO PARA RECERTIFICAR CUANDO LA TARJETA DE     *
      * APERTURA NO TRAE FECHA LIMITE.                               *
      *--------------------------------------------------------------*
       77  WS-DIAS-PLAZO               PIC 9(03) VALUE 30.
       77  WS-IDX                      PIC 9(03) COMP VALUE 0.
       77  WS-IDX-JEFE                 PIC 9(03) COMP VALUE 0.
       77  WS-TOT-JEFES                PIC 9(03) COMP VALUE 0.
       77  WS-SW-HALLADO               PIC X(01) VALUE 'N'.
           88 WS-JEFE-HALLADO                    VALUE 'S'.
       77  WS-TOT-LEIDOS               PIC 9(07) COMP VALUE 0.
       77  WS-TOT-PENDIENTES           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-FUERA-TABLA          PIC 9(07) COMP VALUE 0.
       77  WS-TOT-VENCIDOS             PIC 9(07) COMP VALUE 0.
       77  WS-PERFILES-JEFE            PIC 9(07) COMP VALUE 0.
       01  WS-JEFE-TABLA.
           05 WS-JEF OCCURS 200 TIMES.
              10 WS-JEF-USUARIO        PIC  X(07).
       01  WS-LINEA-TITULO.
           05 WT-TITULO                PIC X(40).
           05 FILLER                   PIC X(08) VALUE 'FECHA : '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(11) VALUE '  LIMITE : '.
           05 WT-FEC-LIMITE            PIC 9(08).
           05 FILLER                   PIC X(57) VALUE SPACES.
       01  WS-LINEA-JEFE.
           05 FILLER                   PIC X(14) VALUE
              'RESPONSABLE : '.
           05 WJ-JEFE                  PIC X(24).
           05 FILLER                   PIC X(94) VALUE SPACES.
       01  WS-LINEA-CABECERA.
           05 FILLER                   PIC X(35) VALUE
              'USUARIO TRANSACCION  IMPORTE MAXIMO'.
           05 FILLER                   PIC X(30) VALUE
              ' CANALES  FEC.ALTA USU.ALTA'.
           05 FILLER                   PIC X(67) VALUE SPACES.
       01  WS-LINEA-DETALLE.
           05 WD-USUARIO               PIC X(07).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-TRANSACCION           PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-MTO-MAXIMO            PIC Z(11)9.99-.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-CANALES               PIC X(05).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WD-FEC-ALTA              PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-USU-ALTA              PIC X(07).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WD-OBSERVACION           PIC X(40).
           05 FILLER                   PIC X(30) VALUE SPACES.
       01  WS-LINEA-TOTAL.
           05 WL-TITULO                PIC X(30).
           05 FILLER                   PIC X(03) VALUE ' : '.
           05 WL-CANTIDAD              PIC Z(06)9.
           05 FILLER                   PIC X(92) VALUE SPACES.
       01  WS-LINEA-FIRMA.
           05 FILLER                   PIC X(40) VALUE
              'FIRMA DEL RESPONSABLE : _______________'.
           05 FILLER                   PIC X(30) VALUE
              '   FECHA : ____/____/________'.
           05 FILLER                   PIC X(62) VALUE SPACES.
       COPY MNTJRNWP.
       COPY Copy_of_VLMC500E.
       COPY VLMC500S.
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           IF WS-ES-APERTURA
              PERFORM 2000-ABRIR-CAMPANA
           ELSE
              PERFORM 3000-CERRAR-CAMPANA
           END-IF
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           OPEN INPUT TARJETA-CAMPANA
           READ TARJETA-CAMPANA
              AT END MOVE 'S' TO WS-EOF-TARJETA
           END-READ
           IF NOT WS-FIN-TARJETA
              IF UR-FN-APERTURA
                 MOVE 'A' TO WS-FUNCION
                 IF UR-FEC-LIMITE NUMERIC
                    AND UR-FEC-LIMITE > WS-FECHA-PROCESO
                    MOVE UR-FEC-LIMITE TO WS-FEC-LIMITE
                 END-IF
              END-IF
           END-IF
           CLOSE TARJETA-CAMPANA
           IF WS-ES-APERTURA AND WS-FEC-LIMITE = 0
              COMPUTE WS-FEC-LIMITE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
                 + WS-DIAS-PLAZO)
           END-IF
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RUSUCERT'   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RUSUCERT - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O AUTORIZACION-USUARIO
           OPEN OUTPUT REPORTE-CERTIFICACION
           IF WS-ES-APERTURA
              MOVE 'RECERTIFICACION DE ACCESOS - APERTURA'
                TO WT-TITULO
           ELSE
              MOVE 'RECERTIFICACION DE ACCESOS - VENCIDOS'
                TO WT-TITULO
           END-IF
           MOVE WS-FECHA-PROCESO TO WT-FECHA
           MOVE WS-FEC-LIMITE    TO WT-FEC-LIMITE
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1100-POSICIONAR-INICIO.
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
       1100-POSICIONAR-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-ABRIR-CAMPANA.
           PERFORM 1100-POSICIONAR-INICIO
           PERFORM 2100-MARCAR-PENDIENTE
              UNTIL WS-UA-FIN
           PERFORM 2500-LISTAR-JEFE
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-JEFES
           IF WS-TOT-FUERA-TABLA > 0
              MOVE SPACES TO REPORTE-REC
              WRITE REPORTE-REC
              MOVE 'PENDIENTES SIN LISTAR (TABLA)' TO WL-TITULO
              MOVE WS-TOT-FUERA-TABLA             TO WL-CANTIDAD
              WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           END-IF
           .
       2000-ABRIR-CAMPANA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-MARCAR-PENDIENTE.
           ADD 1 TO WS-TOT-LEIDOS
           IF UA-ACTIVO
              MOVE 'P'              TO UA-ESTADO-CERTIF
              MOVE WS-FEC-LIMITE    TO UA-FEC-LIMITE-CERTIF
              MOVE 0                TO UA-FEC-CERTIF
              MOVE SPACES           TO UA-USU-CERTIF
              REWRITE UA-REGISTRO-AUTORIZACION
              ADD 1 TO WS-TOT-PENDIENTES
              PERFORM 2200-REGISTRAR-JEFE
           END-IF
           READ AUTORIZACION-USUARIO NEXT RECORD
              AT END MOVE '10' TO WS-UA-STATUS
           END-READ
           .
       2100-MARCAR-PENDIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2200-REGISTRAR-JEFE.
           MOVE 'N' TO WS-SW-HALLADO
           PERFORM 2210-BUSCAR-JEFE
              VARYING WS-IDX-JEFE FROM 1 BY 1
              UNTIL WS-IDX-JEFE > WS-TOT-JEFES
                 OR WS-JEFE-HALLADO
           IF NOT WS-JEFE-HALLADO
              IF WS-TOT-JEFES < 200
                 ADD 1 TO WS-TOT-JEFES
                 MOVE UA-JEFE TO WS-JEF-USUARIO(WS-TOT-JEFES)
              ELSE
                 ADD 1 TO WS-TOT-FUERA-TABLA
              END-IF
           END-IF
           .
       2200-REGISTRAR-JEFE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2210-BUSCAR-JEFE.
           IF WS-JEF-USUARIO(WS-IDX-JEFE) = UA-JEFE
              MOVE 'S' TO WS-SW-HALLADO
           END-IF
           .
       2210-BUSCAR-JEFE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2500-LISTAR-JEFE.
           IF WS-JEF-USUARIO(WS-IDX) = SPACES
              MOVE 'SIN JEFE - SEGURIDAD'  TO WJ-JEFE
           ELSE
              MOVE WS-JEF-USUARIO(WS-IDX)  TO WJ-JEFE
           END-IF
           MOVE SPACES TO REPORTE-REC
           WRITE REPORTE-REC
           WRITE REPORTE-REC FROM WS-LINEA-JEFE
           WRITE REPORTE-REC FROM WS-LINEA-CABECERA
           MOVE 0 TO WS-PERFILES-JEFE
           PERFORM 1100-POSICIONAR-INICIO
           PERFORM 2600-LISTAR-PERFIL
              UNTIL WS-UA-FIN
           MOVE 'PERFILES A RECERTIFICAR'  TO WL-TITULO
           MOVE WS-PERFILES-JEFE           TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           WRITE REPORTE-REC FROM WS-LINEA-FIRMA
           PERFORM 2700-AVISAR-JEFE
           .
       2500-LISTAR-JEFE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2600-LISTAR-PERFIL.
           IF UA-CERTIF-PENDIENTE
              AND UA-FEC-LIMITE-CERTIF = WS-FEC-LIMITE
              AND UA-JEFE = WS-JEF-USUARIO(WS-IDX)
              ADD 1 TO WS-PERFILES-JEFE
              MOVE 'CONFIRMA [ ]   DENIEGA [ ]' TO WD-OBSERVACION
              PERFORM 8000-ESCRIBIR-DETALLE
           END-IF
           READ AUTORIZACION-USUARIO NEXT RECORD
              AT END MOVE '10' TO WS-UA-STATUS
           END-READ
           .
       2600-LISTAR-PERFIL-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2700-AVISAR-JEFE.
           MOVE SPACES TO E500-VLMC500E
           MOVE 'RECERTIFICACION DE ACCESOS' TO E500-ASUNTO1
           IF WS-JEF-USUARIO(WS-IDX) = SPACES
              MOVE 'SEGURIDAD'            TO E500-CODIGO1
           ELSE
              MOVE WS-JEF-USUARIO(WS-IDX) TO E500-CODIGO1
           END-IF
           MOVE 'PERFILES DE SUS USUARIOS PENDIENTES DE CONFIRMAR'
             TO E500-DESCRIPCION1
           MOVE WS-FEC-LIMITE   TO E500-FECHA1
           MOVE 'P'             TO E500-INDICADOR1
           MOVE 0 TO E500-IMPORTE1 E500-IMPORTE2
           MOVE 0 TO E500-IMPORTE3 E500-IMPORTE4
           MOVE 0 TO E500-NUMERO2 E500-NUMERO3 E500-NUMERO4
           MOVE WS-PERFILES-JEFE TO E500-NUMERO1
           CALL 'RVALUSU' USING E500-VLMC500E S500-VLMC500S
           .
       2700-AVISAR-JEFE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-CERRAR-CAMPANA.
           WRITE REPORTE-REC FROM WS-LINEA-CABECERA
           PERFORM 1100-POSICIONAR-INICIO
           PERFORM 3100-VENCER-PERFIL
              UNTIL WS-UA-FIN
           MOVE SPACES TO REPORTE-REC
           WRITE REPORTE-REC
           MOVE 'PERFILES INACTIVADOS'     TO WL-TITULO
           MOVE WS-TOT-VENCIDOS            TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           .
       3000-CERRAR-CAMPANA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-VENCER-PERFIL.
           ADD 1 TO WS-TOT-LEIDOS
           IF UA-CERTIF-PENDIENTE
              AND UA-FEC-LIMITE-CERTIF < WS-FECHA-PROCESO
              MOVE UA-REGISTRO-AUTORIZACION TO MJW-IMAGEN-ANTERIOR
              MOVE 'V'              TO UA-ESTADO-CERTIF
              MOVE WS-FECHA-PROCESO TO UA-FEC-CERTIF
              MOVE SPACES           TO UA-USU-CERTIF
              MOVE 'I'              TO UA-ESTADO
              REWRITE UA-REGISTRO-AUTORIZACION
              ADD 1 TO WS-TOT-VENCIDOS
              PERFORM 3200-GRABAR-BITACORA
              MOVE 'SIN CONFIRMAR - INACTIVADO' TO WD-OBSERVACION
              PERFORM 8000-ESCRIBIR-DETALLE
           END-IF
           READ AUTORIZACION-USUARIO NEXT RECORD
              AT END MOVE '10' TO WS-UA-STATUS
           END-READ
           .
       3100-VENCER-PERFIL-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3200-GRABAR-BITACORA.
           MOVE 'USUAUT'                 TO MJW-MAESTRO
           MOVE 'RUSUCERT'               TO MJW-PROGRAMA
           MOVE 'V'                      TO MJW-FUNCION
           MOVE SPACES                   TO MJW-USUARIO
           MOVE SPACES                   TO MJW-TERMINAL
           MOVE UA-CLAVE                 TO MJW-CLAVE
           MOVE UA-REGISTRO-AUTORIZACION TO MJW-IMAGEN-NUEVA
           CALL 'MNTJRNW' USING MJW-PARAMETROS
           .
       3200-GRABAR-BITACORA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8000-ESCRIBIR-DETALLE.
           MOVE UA-USUARIO       TO WD-USUARIO
           MOVE UA-TRANSACCION   TO WD-TRANSACCION
           MOVE UA-MTO-MAXIMO    TO WD-MTO-MAXIMO
           MOVE UA-CANALES       TO WD-CANALES
           MOVE UA-FEC-ALTA      TO WD-FEC-ALTA
           MOVE UA-USU-ALTA      TO WD-USU-ALTA
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           .
       8000-ESCRIBIR-DETALLE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE AUTORIZACION-USUARIO REPORTE-CERTIFICACION
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RUSUCERT'   TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-LEIDOS    TO BC-REGISTROS
           MOVE 0            TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RUSUCERT - PERFILES LEIDOS      : '
                   WS-TOT-LEIDOS
           DISPLAY 'RUSUCERT - PENDIENTES ABIERTOS  : '
                   WS-TOT-PENDIENTES
           DISPLAY 'RUSUCERT - JEFES NOTIFICADOS    : '
                   WS-TOT-JEFES
           DISPLAY 'RUSUCERT - INACTIVADOS POR VENC.: '
                   WS-TOT-VENCIDOS
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

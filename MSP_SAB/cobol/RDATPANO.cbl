       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RDATPANO.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 15/10/2026 JQ      ALTA. ATENCION DE LAS SOLICITUDES DE      *
      *                    CANCELACION DE DATOS PERSONALES: SE       *
      *                    ANONIMIZA DE FORMA IRREVERSIBLE LA        *
      *                    IDENTIDAD DE LA PERSONA CUANDO TODAS SUS  *
      *                    CUENTAS ESTAN CERRADAS Y VENCIO EL PLAZO  *
      *                    DE CONSERVACION DE RETPOL.                *
      * 15/10/2026 JQ      SE ANONIMIZAN COTITUL, CTABANC, BENFINAL, *
      *                    TARJMAST, EL ARCHIVO NOTILARC Y LAS       *
      *                    IMAGENES DE MNTJRNL DE LOS MANTENIMIENTOS *
      *                    DE DATOS DEL CLIENTE. SE DENIEGA AL       *
      *                    BENEFICIARIO FINAL VIGENTE Y AL COTITULAR *
      *                    VIGENTE DE UNA CUENTA ABIERTA.            *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * TOMA DE DATPSOL LAS SOLICITUDES DE CANCELACION PENDIENTES.   *
      * LA PERSONA SE ANONIMIZA SOLO SI:                             *
      *  - TODAS SUS CUENTAS-VALOR (EODCLI) ESTAN CERRADAS (CIERCHK) *
      *    Y LA FECHA DE CIERRE SUPERA EL PLAZO DE CONSERVACION DE   *
      *    LA ENTRADA 'DATOSPER' DE RETPOL (POR DEFECTO CINCO ANIOS);*
      *  - NO ES APODERADO CON MANDATO ACTIVO SOBRE NINGUNA CUENTA;  *
      *  - NO ES BENEFICIARIO FINAL VIGENTE DE UNA EMPRESA (BENFINAL)*
      *    NI COTITULAR VIGENTE DE UNA CUENTA ABIERTA (COTITUL).     *
      * EN OTRO CASO LA SOLICITUD SE DENIEGA CON SU MOTIVO.          *
      * LA ANONIMIZACION REEMPLAZA EL DOCUMENTO POR UN SEUDONIMO     *
      * ('AN' + FECHA + HORA + SECUENCIA) DEL QUE NO SE GUARDA       *
      * CORRESPONDENCIA, Y BORRA NOMBRE Y DATOS DE CONTACTO EN       *
      * CLICONT, EODCLI, CLICHIST, TAXRES (TIN), KYCDOC (REFERENCIA),*
      * MANDMAST, NOTILOG Y SU ARCHIVO NOTILARC, STMTDLV, DATPCONS,  *
      * COTITUL (NOMBRE Y CORREO), CTABANC (TITULAR), BENFINAL       *
      * (NOMBRE Y FECHA DE NACIMIENTO), TARJMAST (NOMBRE GRABADO EN  *
      * LAS TARJETAS DE SUS CUENTAS) Y EN LAS SOLICITUDES DE LA      *
      * PROPIA PERSONA EN DATPSOL. EN LA BITACORA MNTJRNL SE BORRAN  *
      * LAS IMAGENES ANTERIOR Y NUEVA DE LOS CAMBIOS DE CCLICMNT,    *
      * CCOTIMNT, CBENFMNT, CCTABMNT, CMANDMNT Y CKYCMNT QUE         *
      * CONTIENEN SU DOCUMENTO (Y LOS DE CKYCMNT SOBRE SUS CUENTAS), *
      * Y EL DOCUMENTO DE LA CLAVE PASA AL SEUDONIMO. LA HISTORIA    *
      * FINANCIERA, QUE SE LLEVA POR CUENTA-VALOR, NO SE TOCA. NO SE *
      * GRABA BITACORA DE IMAGENES PARA NO CONSERVAR LOS DATOS       *
      * BORRADOS.                                                    *
      * EL REPORTE DATPAREP MUESTRA SOLO EL SEUDONIMO DE LAS         *
      * PERSONAS ANONIMIZADAS.                                       *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLICITUD-DATOS ASSIGN TO DATPSOL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-CLAVE
               FILE STATUS IS WS-DS-STATUS.
           SELECT POLITICA ASSIGN TO RETPOL
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTACTO-CLIENTE ASSIGN TO CLICONT
               ORGANIZATION IS SEQUENTIAL.
           SELECT HISTORIA-CONTACTO ASSIGN TO CLICHIST
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENTE-EXT ASSIGN TO EODCLI
               ORGANIZATION IS SEQUENTIAL.
           SELECT RESIDENCIA-FISCAL ASSIGN TO TAXRES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-CLAVE
               FILE STATUS IS WS-TX-STATUS.
           SELECT INVENTARIO-KYC ASSIGN TO KYCDOC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KY-CLAVE
               FILE STATUS IS WS-KY-STATUS.
           SELECT MANDATO-MAESTRO ASSIGN TO MANDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CLAVE
               FILE STATUS IS WS-MN-STATUS.
           SELECT TRAZA-NOTIF ASSIGN TO NOTILOG
               ORGANIZATION IS SEQUENTIAL.
           SELECT ENTREGA-ESTADO ASSIGN TO STMTDLV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SD-CTAVALOR
               FILE STATUS IS WS-SD-STATUS.
           SELECT CONSENTIMIENTO-DATOS ASSIGN TO DATPCONS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DC-CLAVE
               FILE STATUS IS WS-DC-STATUS.
           SELECT COTITULAR ASSIGN TO COTITUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CLAVE
               FILE STATUS IS WS-TC-STATUS.
           SELECT CUENTA-BANCARIA ASSIGN TO CTABANC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IB-CLAVE
               FILE STATUS IS WS-IB-STATUS.
           SELECT BENEFICIARIO-FINAL ASSIGN TO BENFINAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-CLAVE
               FILE STATUS IS WS-BO-STATUS.
           SELECT MAESTRO-TARJETA ASSIGN TO TARJMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TJ-NRO-TARJETA
               FILE STATUS IS WS-TJ-STATUS.
           SELECT BITACORA-MANTENIMIENTO ASSIGN TO MNTJRNL
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRAZA-NOTIF-ARC ASSIGN TO NOTILARC
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-ANONIMIZACION ASSIGN TO DATPAREP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOLICITUD-DATOS
           RECORDING MODE IS F.
       COPY DATPSOL.
       FD  POLITICA
           RECORDING MODE IS F.
       COPY RETPOL.
       FD  CONTACTO-CLIENTE
           RECORDING MODE IS F.
       COPY CLICONT.
       FD  HISTORIA-CONTACTO
           RECORDING MODE IS F.
       COPY CLICHIST.
       FD  CLIENTE-EXT
           RECORDING MODE IS F.
       COPY EODCLI.
       FD  RESIDENCIA-FISCAL
           RECORDING MODE IS F.
       COPY TAXRES.
       FD  INVENTARIO-KYC
           RECORDING MODE IS F.
       COPY KYCDOC.
       FD  MANDATO-MAESTRO
           RECORDING MODE IS F.
       COPY MANDMAST.
       FD  TRAZA-NOTIF
           RECORDING MODE IS F.
       COPY NOTILOG.
       FD  ENTREGA-ESTADO
           RECORDING MODE IS F.
       COPY STMTDLV.
       FD  CONSENTIMIENTO-DATOS
           RECORDING MODE IS F.
       COPY DATPCONS.
       FD  COTITULAR
           RECORDING MODE IS F.
       COPY COTITUL.
       FD  CUENTA-BANCARIA
           RECORDING MODE IS F.
       COPY CTABANC.
       FD  BENEFICIARIO-FINAL
           RECORDING MODE IS F.
       COPY BENFINAL.
       FD  MAESTRO-TARJETA
           RECORDING MODE IS F.
       COPY TARJMAST.
       FD  BITACORA-MANTENIMIENTO
           RECORDING MODE IS F.
       COPY MNTJRNL.
       FD  TRAZA-NOTIF-ARC
           RECORDING MODE IS F.
       01  TRAZA-NOTIF-ARC-REC         PIC X(117).
       FD  REPORTE-ANONIMIZACION
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-DS-STATUS                PIC X(02) VALUE '00'.
           88 WS-DS-OK                           VALUE '00'.
           88 WS-DS-FIN                          VALUE '10'.
       01  WS-TX-STATUS                PIC X(02) VALUE '00'.
           88 WS-TX-OK                           VALUE '00'.
           88 WS-TX-FIN                          VALUE '10'.
       01  WS-KY-STATUS                PIC X(02) VALUE '00'.
           88 WS-KY-OK                           VALUE '00'.
           88 WS-KY-FIN                          VALUE '10'.
       01  WS-MN-STATUS                PIC X(02) VALUE '00'.
           88 WS-MN-OK                           VALUE '00'.
           88 WS-MN-FIN                          VALUE '10'.
       01  WS-SD-STATUS                PIC X(02) VALUE '00'.
           88 WS-SD-OK                           VALUE '00'.
       01  WS-DC-STATUS                PIC X(02) VALUE '00'.
           88 WS-DC-OK                           VALUE '00'.
       01  WS-TC-STATUS                PIC X(02) VALUE '00'.
           88 WS-TC-OK                           VALUE '00'.
           88 WS-TC-FIN                          VALUE '10'.
       01  WS-IB-STATUS                PIC X(02) VALUE '00'.
           88 WS-IB-OK                           VALUE '00'.
           88 WS-IB-FIN                          VALUE '10'.
       01  WS-BO-STATUS                PIC X(02) VALUE '00'.
           88 WS-BO-OK                           VALUE '00'.
           88 WS-BO-FIN                          VALUE '10'.
       01  WS-TJ-STATUS                PIC X(02) VALUE '00'.
           88 WS-TJ-OK                           VALUE '00'.
           88 WS-TJ-FIN                          VALUE '10'.
       77  WS-EOF-POLITICA             PIC X(01) VALUE 'N'.
           88 WS-FIN-POLITICA                    VALUE 'S'.
       77  WS-EOF-ARCHIVO              PIC X(01) VALUE 'N'.
           88 WS-FIN-ARCHIVO                     VALUE 'S'.
       77  WS-SW-ELEGIBLE              PIC X(01) VALUE 'S'.
           88 WS-ES-ELEGIBLE                     VALUE 'S'.
       77  WS-SW-CUENTA                PIC X(01) VALUE 'N'.
           88 WS-CUENTA-PROPIA                   VALUE 'S'.
       77  WS-FECHA-PROCESO            PIC 9(08).
       77  WS-HORA-SISTEMA             PIC 9(08).
       77  WS-FECHA-HORIZONTE          PIC 9(08).
       77  WS-ANIOS-DEFECTO            PIC 9(02) VALUE 5.
       77  WS-ANIOS-CONSERVACION       PIC 9(02) VALUE 5.
       77  WS-SECUENCIA                PIC 9(02) VALUE 0.
       77  WS-TOT-PENDIENTES           PIC 9(05) COMP VALUE 0.
       77  WS-TOT-ANONIMIZADAS         PIC 9(05) COMP VALUE 0.
       77  WS-TOT-DENEGADAS            PIC 9(05) COMP VALUE 0.
       77  WS-TOT-REGISTROS            PIC 9(07) COMP VALUE 0.
       77  WS-TOT-CUENTAS              PIC 9(03) COMP VALUE 0.
       77  WS-TOT-JURISDICCION         PIC 9(03) COMP VALUE 0.
       77  WS-TOT-CLAVES               PIC 9(03) COMP VALUE 0.
       77  WS-TOT-COTITULAR            PIC 9(03) COMP VALUE 0.
       77  WS-TOT-EMPRESA              PIC 9(03) COMP VALUE 0.
       77  WS-LONG-DOC                 PIC 9(02) COMP VALUE 0.
       77  WS-OCURRENCIAS              PIC 9(03) COMP VALUE 0.
       77  WS-CTA-BUSCADA              PIC X(20) VALUE SPACES.
       77  WS-IDX-SOL                  PIC 9(03) COMP VALUE 0.
       77  WS-IDX                      PIC 9(03) COMP VALUE 0.
       77  WS-MOTIVO                   PIC X(40) VALUE SPACES.
       01  WS-TABLA-SOLICITUD.
           05 WS-SOL-ENTRY OCCURS 100 TIMES.
              10 WS-SOL-CLAVE          PIC X(30).
       01  WS-TABLA-CUENTA.
           05 WS-CTA-VALOR OCCURS 50 TIMES
                                       PIC X(20).
       01  WS-TABLA-JURISDICCION.
           05 WS-JUR-CODIGO OCCURS 20 TIMES
                                       PIC X(02).
       01  WS-TABLA-CLAVE.
           05 WS-CLA-ENTRY OCCURS 50 TIMES.
              10 WS-CLA-FEC-SOLICITUD  PIC 9(08).
              10 WS-CLA-TIPO-SOLICITUD PIC X(01).
       01  WS-TABLA-COTITULAR.
           05 WS-COT-CTAVALOR OCCURS 50 TIMES
                                       PIC X(20).
       01  WS-TABLA-EMPRESA.
           05 WS-EMP-RUC OCCURS 20 TIMES
                                       PIC X(20).
      *    MANTENIMIENTOS CUYAS IMAGENES EN MNTJRNL LLEVAN DATOS DEL  *
      *    CLIENTE.                                                  *
       01  WS-PROGRAMA-MNT             PIC X(08).
           88 WS-MNT-DATOS-PERSONA     VALUE 'CCLICMNT' 'CCOTIMNT'
                                             'CBENFMNT' 'CCTABMNT'
                                             'CMANDMNT' 'CKYCMNT'.
      *    PERSONA EN PROCESO: DOCUMENTO REAL, CONTACTOS CONOCIDOS    *
      *    (PARA UBICAR DESTINOS EN NOTILOG) Y SEUDONIMO ASIGNADO.    *
       01  WS-PERSONA.
           05 WS-PER-CLAVE-SOL         PIC X(30).
           05 WS-PER-FEC-VENCIMIENTO   PIC 9(08).
           05 WS-PER-TIPO-DOC          PIC X(01).
           05 WS-PER-NUME-DOC          PIC X(20).
           05 WS-PER-EMAIL             PIC X(80).
           05 WS-PER-TELEFONOS1        PIC X(20).
           05 WS-PER-TELEFONOS2        PIC X(20).
       01  WS-SEUDONIMO.
           05 WS-SEU-PREFIJO           PIC X(02) VALUE 'AN'.
           05 WS-SEU-FECHA             PIC 9(08).
           05 WS-SEU-HORA              PIC 9(08).
           05 WS-SEU-SECUENCIA         PIC 9(02).
       01  WS-NOMBRE-ANONIMO           PIC X(80) VALUE
           'CLIENTE ANONIMIZADO'.
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(44) VALUE
              'CANCELACION DE DATOS PERSONALES - ANONIMIZAC'.
           05 FILLER                   PIC X(20) VALUE
              'ION                '.
           05 FILLER                   PIC X(09) VALUE ' FECHA : '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(51) VALUE SPACES.
       01  WS-LINEA-CABECERA.
           05 FILLER                   PIC X(44) VALUE
              'T DOCUMENTO/SEUDONIMO  PRESENTAD VENCIMIEN R'.
           05 FILLER                   PIC X(44) VALUE
              'EGISTROS RESULTADO                          '.
           05 FILLER                   PIC X(44) VALUE SPACES.
       01  WS-LINEA-DETALLE.
           05 WD-TIPO-DOC              PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-NUME-DOC              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-FEC-SOLICITUD         PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-FEC-VENCIMIENTO       PIC 9(08).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 WD-REGISTROS             PIC ZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-RESULTADO             PIC X(40).
           05 FILLER                   PIC X(42) VALUE SPACES.
       77  WS-REGISTROS-PERSONA        PIC 9(05) COMP VALUE 0.
       COPY NOTILOG REPLACING LEADING ==NL== BY ==NH==.
       COPY CIERCHKP.
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-TOMAR-SOLICITUD
              UNTIL WS-DS-FIN
           PERFORM 3000-ATENDER-SOLICITUD
              THRU 3000-ATENDER-SOLICITUD-EXIT
              VARYING WS-IDX-SOL FROM 1 BY 1
              UNTIL WS-IDX-SOL > WS-TOT-PENDIENTES
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA  FROM TIME
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RDATPANO'   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RDATPANO - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-ANIOS-DEFECTO TO WS-ANIOS-CONSERVACION
           OPEN INPUT POLITICA
           READ POLITICA
              AT END MOVE 'S' TO WS-EOF-POLITICA
           END-READ
           PERFORM 1100-BUSCAR-POLITICA
              UNTIL WS-FIN-POLITICA
           CLOSE POLITICA
           COMPUTE WS-FECHA-HORIZONTE =
              WS-FECHA-PROCESO - (WS-ANIOS-CONSERVACION * 10000)
           OPEN I-O    SOLICITUD-DATOS RESIDENCIA-FISCAL
                       INVENTARIO-KYC MANDATO-MAESTRO
                       ENTREGA-ESTADO CONSENTIMIENTO-DATOS
                       COTITULAR CUENTA-BANCARIA
                       BENEFICIARIO-FINAL MAESTRO-TARJETA
           OPEN OUTPUT REPORTE-ANONIMIZACION
           MOVE WS-FECHA-PROCESO TO WT-FECHA WS-SEU-FECHA
           MOVE WS-HORA-SISTEMA  TO WS-SEU-HORA
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           WRITE REPORTE-REC FROM WS-LINEA-CABECERA
           MOVE LOW-VALUES TO DS-CLAVE
           START SOLICITUD-DATOS KEY IS NOT LESS THAN DS-CLAVE
              INVALID KEY MOVE '10' TO WS-DS-STATUS
           END-START
           IF WS-DS-OK
              READ SOLICITUD-DATOS NEXT RECORD
                 AT END MOVE '10' TO WS-DS-STATUS
              END-READ
           END-IF
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1100-BUSCAR-POLITICA.
           IF RP-ARCHIVO = 'DATOSPER'
              MOVE RP-ANIOS-EN-LINEA TO WS-ANIOS-CONSERVACION
           END-IF
           READ POLITICA
              AT END MOVE 'S' TO WS-EOF-POLITICA
           END-READ
           .
       1100-BUSCAR-POLITICA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LAS CLAVES SE TOMAN PRIMERO: LA ANONIMIZACION CAMBIA CLAVES  *
      * DE DATPSOL Y NO DEBE HACERSE EN MEDIO DEL RECORRIDO.         *
      *--------------------------------------------------------------*
       2000-TOMAR-SOLICITUD.
           IF DS-PENDIENTE AND DS-ES-CANCELACION
              IF WS-TOT-PENDIENTES < 100
                 ADD 1 TO WS-TOT-PENDIENTES
                 MOVE DS-CLAVE TO WS-SOL-CLAVE(WS-TOT-PENDIENTES)
              ELSE
                 DISPLAY 'RDATPANO - TABLA DE SOLICITUDES LLENA, '
                         'QUEDA PARA EL PROXIMO PROCESO ' DS-NUME-DOC
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           READ SOLICITUD-DATOS NEXT RECORD
              AT END MOVE '10' TO WS-DS-STATUS
           END-READ
           .
       2000-TOMAR-SOLICITUD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-ATENDER-SOLICITUD.
           MOVE WS-SOL-CLAVE(WS-IDX-SOL) TO DS-CLAVE
           MOVE '00' TO WS-DS-STATUS
           READ SOLICITUD-DATOS
              INVALID KEY MOVE '23' TO WS-DS-STATUS
           END-READ
      *    UNA SEGUNDA SOLICITUD DE LA MISMA PERSONA YA QUEDO BAJO    *
      *    SEUDONIMO AL ATENDER LA PRIMERA.                           *
           IF NOT WS-DS-OK
              GO TO 3000-ATENDER-SOLICITUD-EXIT
           END-IF
           IF NOT DS-PENDIENTE
              GO TO 3000-ATENDER-SOLICITUD-EXIT
           END-IF
           MOVE DS-CLAVE    TO WS-PER-CLAVE-SOL
           MOVE DS-FEC-VENCIMIENTO TO WS-PER-FEC-VENCIMIENTO
           MOVE DS-TIPO-DOC TO WS-PER-TIPO-DOC
           MOVE DS-NUME-DOC TO WS-PER-NUME-DOC
           MOVE SPACES      TO WS-PER-EMAIL WS-PER-TELEFONOS1
                               WS-PER-TELEFONOS2
           MOVE 0           TO WS-REGISTROS-PERSONA
           PERFORM 3100-EVALUAR-ELEGIBILIDAD
              THRU 3100-EVALUAR-ELEGIBILIDAD-EXIT
           IF NOT WS-ES-ELEGIBLE
              PERFORM 3900-DENEGAR-SOLICITUD
              GO TO 3000-ATENDER-SOLICITUD-EXIT
           END-IF
           ADD 1 TO WS-SECUENCIA
           MOVE WS-SECUENCIA TO WS-SEU-SECUENCIA
           PERFORM 4000-ANONIMIZAR-CONTACTO
           PERFORM 4100-ANONIMIZAR-CUENTAS
           PERFORM 4200-ANONIMIZAR-HISTORIA
           PERFORM 4300-ANONIMIZAR-RESIDENCIA
           PERFORM 4400-ANONIMIZAR-KYC
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-CUENTAS
           PERFORM 4500-ANONIMIZAR-MANDATOS
           PERFORM 4600-ANONIMIZAR-NOTIFICACIONES
           PERFORM 4700-ANONIMIZAR-ENTREGA
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-CUENTAS
           PERFORM 4800-ANONIMIZAR-CONSENTIMIENTO
           PERFORM 4900-ANONIMIZAR-SOLICITUDES
           PERFORM 5000-ANONIMIZAR-COTITULARES
           PERFORM 5100-ANONIMIZAR-CTA-BANCARIA
           PERFORM 5200-ANONIMIZAR-BENEFICIARIO
           PERFORM 5300-ANONIMIZAR-TARJETAS
           PERFORM 5400-ANONIMIZAR-BITACORA
           PERFORM 5500-ANONIMIZAR-NOTIF-ARCHIVO
           ADD 1 TO WS-TOT-ANONIMIZADAS
           ADD WS-REGISTROS-PERSONA TO WS-TOT-REGISTROS
           MOVE WS-PER-TIPO-DOC    TO WD-TIPO-DOC
           MOVE WS-SEUDONIMO       TO WD-NUME-DOC
           MOVE WS-PER-CLAVE-SOL(22:8) TO WD-FEC-SOLICITUD
           MOVE WS-PER-FEC-VENCIMIENTO TO WD-FEC-VENCIMIENTO
           MOVE WS-REGISTROS-PERSONA TO WD-REGISTROS
           MOVE 'ANONIMIZADA'      TO WD-RESULTADO
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           .
       3000-ATENDER-SOLICITUD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CUENTAS DE LA PERSONA: TODAS CERRADAS Y FUERA DEL PLAZO DE   *
      * CONSERVACION; LUEGO, SIN MANDATO ACTIVO COMO APODERADO, SIN  *
      * SER BENEFICIARIO FINAL VIGENTE NI COTITULAR VIGENTE DE UNA   *
      * CUENTA ABIERTA.                                              *
      *--------------------------------------------------------------*
       3100-EVALUAR-ELEGIBILIDAD.
           MOVE 'S'    TO WS-SW-ELEGIBLE
           MOVE SPACES TO WS-MOTIVO
           MOVE 0      TO WS-TOT-CUENTAS
           MOVE 'N'    TO WS-EOF-ARCHIVO
           OPEN INPUT CLIENTE-EXT
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-ARCHIVO
           END-READ
           PERFORM 3110-REVISAR-CUENTA
              UNTIL WS-FIN-ARCHIVO
           CLOSE CLIENTE-EXT
           IF NOT WS-ES-ELEGIBLE
              GO TO 3100-EVALUAR-ELEGIBILIDAD-EXIT
           END-IF
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
           PERFORM 3120-REVISAR-MANDATO
              UNTIL WS-MN-FIN
                 OR NOT WS-ES-ELEGIBLE
           IF NOT WS-ES-ELEGIBLE
              GO TO 3100-EVALUAR-ELEGIBILIDAD-EXIT
           END-IF
           MOVE '00'       TO WS-BO-STATUS
           MOVE LOW-VALUES TO BO-CLAVE
           START BENEFICIARIO-FINAL KEY IS NOT LESS THAN BO-CLAVE
              INVALID KEY MOVE '10' TO WS-BO-STATUS
           END-START
           IF WS-BO-OK
              READ BENEFICIARIO-FINAL NEXT RECORD
                 AT END MOVE '10' TO WS-BO-STATUS
              END-READ
           END-IF
           PERFORM 3130-REVISAR-BENEFICIARIO
              UNTIL WS-BO-FIN
                 OR NOT WS-ES-ELEGIBLE
           IF NOT WS-ES-ELEGIBLE
              GO TO 3100-EVALUAR-ELEGIBILIDAD-EXIT
           END-IF
           MOVE '00'       TO WS-TC-STATUS
           MOVE LOW-VALUES TO TC-CLAVE
           START COTITULAR KEY IS NOT LESS THAN TC-CLAVE
              INVALID KEY MOVE '10' TO WS-TC-STATUS
           END-START
           IF WS-TC-OK
              READ COTITULAR NEXT RECORD
                 AT END MOVE '10' TO WS-TC-STATUS
              END-READ
           END-IF
           PERFORM 3140-REVISAR-COTITULAR
              UNTIL WS-TC-FIN
                 OR NOT WS-ES-ELEGIBLE
           .
       3100-EVALUAR-ELEGIBILIDAD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3110-REVISAR-CUENTA.
           IF EC-TIPO-DOC = WS-PER-TIPO-DOC
              AND EC-NUME-DOC = WS-PER-NUME-DOC
              IF WS-TOT-CUENTAS < 50
                 ADD 1 TO WS-TOT-CUENTAS
                 MOVE EC-CTAVALOR TO WS-CTA-VALOR(WS-TOT-CUENTAS)
              ELSE
                 MOVE 'N' TO WS-SW-ELEGIBLE
                 MOVE 'EXCEDE EL TOPE DE CUENTAS DEL PROCESO'
                    TO WS-MOTIVO
              END-IF
              IF EC-EMAIL NOT = SPACES
                 MOVE EC-EMAIL TO WS-PER-EMAIL
              END-IF
              MOVE EC-CTAVALOR TO CIE-CTA-VALOR
              CALL 'CIERCHK' USING CIE-PARAMETROS
              IF NOT CIE-CUENTA-CERRADA
                 MOVE 'N' TO WS-SW-ELEGIBLE
                 MOVE 'TIENE CUENTA-VALOR ABIERTA' TO WS-MOTIVO
              ELSE
                 IF CIE-FECHA-CIERRE > WS-FECHA-HORIZONTE
                    AND WS-ES-ELEGIBLE
                    MOVE 'N' TO WS-SW-ELEGIBLE
                    MOVE 'PLAZO DE CONSERVACION NO CUMPLIDO'
                       TO WS-MOTIVO
                 END-IF
              END-IF
           END-IF
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-ARCHIVO
           END-READ
           .
       3110-REVISAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3120-REVISAR-MANDATO.
           IF MN-TIPO-DOC = WS-PER-TIPO-DOC
              AND MN-NUME-DOC = WS-PER-NUME-DOC
              AND MN-ACTIVO
              MOVE 'N' TO WS-SW-ELEGIBLE
              MOVE 'APODERADO CON MANDATO ACTIVO' TO WS-MOTIVO
           END-IF
           READ MANDATO-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-MN-STATUS
           END-READ
           .
       3120-REVISAR-MANDATO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3130-REVISAR-BENEFICIARIO.
           IF BO-TIPO-DOC = WS-PER-TIPO-DOC
              AND BO-NUME-DOC = WS-PER-NUME-DOC
              AND BO-VIGENTE
              MOVE 'N' TO WS-SW-ELEGIBLE
              MOVE 'BENEFICIARIO FINAL VIGENTE DE EMPRESA'
                 TO WS-MOTIVO
           END-IF
           READ BENEFICIARIO-FINAL NEXT RECORD
              AT END MOVE '10' TO WS-BO-STATUS
           END-READ
           .
       3130-REVISAR-BENEFICIARIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3140-REVISAR-COTITULAR.
           IF TC-TIPO-DOC = WS-PER-TIPO-DOC
              AND TC-NUME-DOC = WS-PER-NUME-DOC
              AND TC-VIGENTE
              MOVE TC-CTAVALOR TO CIE-CTA-VALOR
              CALL 'CIERCHK' USING CIE-PARAMETROS
              IF NOT CIE-CUENTA-CERRADA
                 MOVE 'N' TO WS-SW-ELEGIBLE
                 MOVE 'COTITULAR VIGENTE DE CUENTA ABIERTA'
                    TO WS-MOTIVO
              END-IF
           END-IF
           READ COTITULAR NEXT RECORD
              AT END MOVE '10' TO WS-TC-STATUS
           END-READ
           .
       3140-REVISAR-COTITULAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3900-DENEGAR-SOLICITUD.
           MOVE 'D'              TO DS-ESTADO
           MOVE WS-FECHA-PROCESO TO DS-FEC-ATENCION
           MOVE 'RDATPAN'        TO DS-USU-ATENCION
           MOVE WS-MOTIVO        TO DS-MOTIVO
           REWRITE DS-REGISTRO-SOLICITUD
           ADD 1 TO WS-TOT-DENEGADAS
           MOVE DS-TIPO-DOC        TO WD-TIPO-DOC
           MOVE DS-NUME-DOC        TO WD-NUME-DOC
           MOVE DS-FEC-SOLICITUD   TO WD-FEC-SOLICITUD
           MOVE DS-FEC-VENCIMIENTO TO WD-FEC-VENCIMIENTO
           MOVE 0                  TO WD-REGISTROS
           MOVE SPACES             TO WD-RESULTADO
           STRING 'DENEGADA: ' WS-MOTIVO
                  DELIMITED BY SIZE INTO WD-RESULTADO
           END-STRING
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           .
       3900-DENEGAR-SOLICITUD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LOS CONTACTOS SE GUARDAN ANTES DE BORRARLOS PARA UBICAR LOS  *
      * DESTINOS DE LA PERSONA EN LA TRAZA DE NOTIFICACIONES.        *
      *--------------------------------------------------------------*
       4000-ANONIMIZAR-CONTACTO.
           MOVE 'N' TO WS-EOF-ARCHIVO
           OPEN I-O CONTACTO-CLIENTE
           READ CONTACTO-CLIENTE
              AT END MOVE 'S' TO WS-EOF-ARCHIVO
           END-READ
           PERFORM 4010-REVISAR-CONTACTO
              UNTIL WS-FIN-ARCHIVO
           CLOSE CONTACTO-CLIENTE
           .
       4000-ANONIMIZAR-CONTACTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4010-REVISAR-CONTACTO.
           IF CC-TIPO-DOC = WS-PER-TIPO-DOC
              AND CC-NUME-DOC = WS-PER-NUME-DOC
              IF CC-EMAIL NOT = SPACES
                 MOVE CC-EMAIL TO WS-PER-EMAIL
              END-IF
              MOVE CC-TELEFONOS1     TO WS-PER-TELEFONOS1
              MOVE CC-TELEFONOS2     TO WS-PER-TELEFONOS2
              MOVE WS-SEUDONIMO      TO CC-NUME-DOC
              MOVE WS-NOMBRE-ANONIMO TO CC-NOMBRE-CLIE
              MOVE SPACES            TO CC-DIRECCION CC-TELEFONOS1
                                        CC-TELEFONOS2 CC-EMAIL
              REWRITE CC-REGISTRO-CLIENTE
              ADD 1 TO WS-REGISTROS-PERSONA
           END-IF
           READ CONTACTO-CLIENTE
              AT END MOVE 'S' TO WS-EOF-ARCHIVO
           END-READ
           .
       4010-REVISAR-CONTACTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4100-ANONIMIZAR-CUENTAS.
           MOVE 'N' TO WS-EOF-ARCHIVO
           OPEN I-O CLIENTE-EXT
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-ARCHIVO
           END-READ
           PERFORM 4110-REVISAR-CUENTA
              UNTIL WS-FIN-ARCHIVO
           CLOSE CLIENTE-EXT
           .
       4100-ANONIMIZAR-CUENTAS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4110-REVISAR-CUENTA.
           IF EC-TIPO-DOC = WS-PER-TIPO-DOC
              AND EC-NUME-DOC = WS-PER-NUME-DOC
              MOVE WS-SEUDONIMO      TO EC-NUME-DOC
              MOVE WS-NOMBRE-ANONIMO TO EC-CLIENTE
              MOVE SPACES            TO EC-EMAIL
              REWRITE EC-REGISTRO-CLIENTE
              ADD 1 TO WS-REGISTROS-PERSONA
           END-IF
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-ARCHIVO
           END-READ
           .
       4110-REVISAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4200-ANONIMIZAR-HISTORIA.
           MOVE 'N' TO WS-EOF-ARCHIVO
           OPEN I-O HISTORIA-CONTACTO
           READ HISTORIA-CONTACTO
              AT END MOVE 'S' TO WS-EOF-ARCHIVO
           END-READ
           PERFORM 4210-REVISAR-HISTORIA
              UNTIL WS-FIN-ARCHIVO
           CLOSE HISTORIA-CONTACTO
           .
       4200-ANONIMIZAR-HISTORIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4210-REVISAR-HISTORIA.
           IF CHI-TIPO-DOC = WS-PER-TIPO-DOC
              AND CHI-NUME-DOC = WS-PER-NUME-DOC
              MOVE WS-SEUDONIMO TO CHI-NUME-DOC
              MOVE SPACES       TO CHI-CONTACTO-ANTERIOR
                                   CHI-CONTACTO-NUEVO
              REWRITE CHI-REGISTRO-CAMBIO
              ADD 1 TO WS-REGISTROS-PERSONA
           END-IF
           READ HISTORIA-CONTACTO
              AT END MOVE 'S' TO WS-EOF-ARCHIVO
           END-READ
           .
       4210-REVISAR-HISTORIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * TAXRES SE LLAVEA POR DOCUMENTO: SE TOMAN LAS JURISDICCIONES  *
      * Y CADA UNA SE REGRABA BAJO EL SEUDONIMO, SIN TIN.            *
      *--------------------------------------------------------------*
       4300-ANONIMIZAR-RESIDENCIA.
           MOVE 0               TO WS-TOT-JURISDICCION
           MOVE '00'            TO WS-TX-STATUS
           MOVE WS-PER-NUME-DOC TO TX-NUME-DOC
           MOVE LOW-VALUES      TO TX-JURISDICCION
           START RESIDENCIA-FISCAL KEY IS NOT LESS THAN TX-CLAVE
              INVALID KEY MOVE '10' TO WS-TX-STATUS
           END-START
           IF WS-TX-OK
              READ RESIDENCIA-FISCAL NEXT RECORD
                 AT END MOVE '10' TO WS-TX-STATUS
              END-READ
           END-IF
           PERFORM 4310-TOMAR-JURISDICCION
              UNTIL WS-TX-FIN
                 OR TX-NUME-DOC NOT = WS-PER-NUME-DOC
           PERFORM 4320-REGRABAR-RESIDENCIA
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-JURISDICCION
           .
       4300-ANONIMIZAR-RESIDENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4310-TOMAR-JURISDICCION.
           IF WS-TOT-JURISDICCION < 20
              ADD 1 TO WS-TOT-JURISDICCION
              MOVE TX-JURISDICCION
                 TO WS-JUR-CODIGO(WS-TOT-JURISDICCION)
           END-IF
           READ RESIDENCIA-FISCAL NEXT RECORD
              AT END MOVE '10' TO WS-TX-STATUS
           END-READ
           .
       4310-TOMAR-JURISDICCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4320-REGRABAR-RESIDENCIA.
           MOVE '00'                  TO WS-TX-STATUS
           MOVE WS-PER-NUME-DOC       TO TX-NUME-DOC
           MOVE WS-JUR-CODIGO(WS-IDX) TO TX-JURISDICCION
           READ RESIDENCIA-FISCAL
              INVALID KEY MOVE '23' TO WS-TX-STATUS
           END-READ
           IF WS-TX-OK
              DELETE RESIDENCIA-FISCAL
              MOVE WS-SEUDONIMO TO TX-NUME-DOC
              MOVE SPACES       TO TX-TIN
              WRITE TX-REGISTRO-RESIDENCIA
              ADD 1 TO WS-REGISTROS-PERSONA
           END-IF
           .
       4320-REGRABAR-RESIDENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4400-ANONIMIZAR-KYC.
           MOVE '00'                 TO WS-KY-STATUS
           MOVE WS-CTA-VALOR(WS-IDX) TO KY-CTAVALOR
           MOVE LOW-VALUES           TO KY-TIPO-DOC-KYC
           START INVENTARIO-KYC KEY IS NOT LESS THAN KY-CLAVE
              INVALID KEY MOVE '10' TO WS-KY-STATUS
           END-START
           IF WS-KY-OK
              READ INVENTARIO-KYC NEXT RECORD
                 AT END MOVE '10' TO WS-KY-STATUS
              END-READ
           END-IF
           PERFORM 4410-BORRAR-REFERENCIA
              UNTIL WS-KY-FIN
                 OR KY-CTAVALOR NOT = WS-CTA-VALOR(WS-IDX)
           .
       4400-ANONIMIZAR-KYC-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4410-BORRAR-REFERENCIA.
           MOVE SPACES TO KY-REFERENCIA
           REWRITE KY-REGISTRO-DOCUMENTO
           ADD 1 TO WS-REGISTROS-PERSONA
           READ INVENTARIO-KYC NEXT RECORD
              AT END MOVE '10' TO WS-KY-STATUS
           END-READ
           .
       4410-BORRAR-REFERENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * PODERES (YA NO ACTIVOS) QUE LA PERSONA TUVO SOBRE CUENTAS.   *
      *--------------------------------------------------------------*
       4500-ANONIMIZAR-MANDATOS.
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
           PERFORM 4510-REVISAR-MANDATO
              UNTIL WS-MN-FIN
           .
       4500-ANONIMIZAR-MANDATOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4510-REVISAR-MANDATO.
           IF MN-TIPO-DOC = WS-PER-TIPO-DOC
              AND MN-NUME-DOC = WS-PER-NUME-DOC
              MOVE WS-SEUDONIMO      TO MN-NUME-DOC
              MOVE WS-NOMBRE-ANONIMO TO MN-NOMBRE
              REWRITE MN-REGISTRO-MANDATO
              ADD 1 TO WS-REGISTROS-PERSONA
           END-IF
           READ MANDATO-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-MN-STATUS
           END-READ
           .
       4510-REVISAR-MANDATO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * NOTIFICACIONES AL DOCUMENTO O A UN DESTINO DE LA PERSONA.    *
      *--------------------------------------------------------------*
       4600-ANONIMIZAR-NOTIFICACIONES.
           MOVE 'N' TO WS-EOF-ARCHIVO
           OPEN I-O TRAZA-NOTIF
           READ TRAZA-NOTIF
              AT END MOVE 'S' TO WS-EOF-ARCHIVO
           END-READ
           PERFORM 4610-REVISAR-NOTIFICACION
              UNTIL WS-FIN-ARCHIVO
           CLOSE TRAZA-NOTIF
           .
       4600-ANONIMIZAR-NOTIFICACIONES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4610-REVISAR-NOTIFICACION.
           IF (NL-TIPO-DOC = WS-PER-TIPO-DOC
               AND NL-NUME-DOC = WS-PER-NUME-DOC)
              OR (WS-PER-EMAIL NOT = SPACES
                  AND NL-DESTINO = WS-PER-EMAIL(1:35))
              OR (WS-PER-TELEFONOS1 NOT = SPACES
                  AND NL-DESTINO = WS-PER-TELEFONOS1)
              OR (WS-PER-TELEFONOS2 NOT = SPACES
                  AND NL-DESTINO = WS-PER-TELEFONOS2)
              IF NL-NUME-DOC = WS-PER-NUME-DOC
                 MOVE WS-SEUDONIMO TO NL-NUME-DOC
              END-IF
              MOVE SPACES TO NL-DESTINO
              REWRITE NL-REGISTRO-NOTIFICACION
              ADD 1 TO WS-REGISTROS-PERSONA
           END-IF
           READ TRAZA-NOTIF
              AT END MOVE 'S' TO WS-EOF-ARCHIVO
           END-READ
           .
       4610-REVISAR-NOTIFICACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4700-ANONIMIZAR-ENTREGA.
           MOVE '00'                 TO WS-SD-STATUS
           MOVE WS-CTA-VALOR(WS-IDX) TO SD-CTAVALOR
           READ ENTREGA-ESTADO
              INVALID KEY MOVE '23' TO WS-SD-STATUS
           END-READ
           IF WS-SD-OK
              MOVE SPACES TO SD-EMAIL
              REWRITE SD-REGISTRO-ENTREGA
              ADD 1 TO WS-REGISTROS-PERSONA
           END-IF
           .
       4700-ANONIMIZAR-ENTREGA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4800-ANONIMIZAR-CONSENTIMIENTO.
           MOVE '00'            TO WS-DC-STATUS
           MOVE WS-PER-TIPO-DOC TO DC-TIPO-DOC
           MOVE WS-PER-NUME-DOC TO DC-NUME-DOC
           READ CONSENTIMIENTO-DATOS
              INVALID KEY MOVE '23' TO WS-DC-STATUS
           END-READ
           IF WS-DC-OK
              DELETE CONSENTIMIENTO-DATOS
              MOVE WS-SEUDONIMO TO DC-NUME-DOC
              WRITE DC-REGISTRO-CONSENTIMIENTO
              ADD 1 TO WS-REGISTROS-PERSONA
           END-IF
           .
       4800-ANONIMIZAR-CONSENTIMIENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * TODAS LAS SOLICITUDES DE LA PERSONA PASAN AL SEUDONIMO, SIN  *
      * DETALLE; LA DE CANCELACION EN CURSO QUEDA ATENDIDA.          *
      *--------------------------------------------------------------*
       4900-ANONIMIZAR-SOLICITUDES.
           MOVE 0               TO WS-TOT-CLAVES
           MOVE '00'            TO WS-DS-STATUS
           MOVE WS-PER-TIPO-DOC TO DS-TIPO-DOC
           MOVE WS-PER-NUME-DOC TO DS-NUME-DOC
           MOVE 0               TO DS-FEC-SOLICITUD
           MOVE LOW-VALUES      TO DS-TIPO-SOLICITUD
           START SOLICITUD-DATOS KEY IS NOT LESS THAN DS-CLAVE
              INVALID KEY MOVE '10' TO WS-DS-STATUS
           END-START
           IF WS-DS-OK
              READ SOLICITUD-DATOS NEXT RECORD
                 AT END MOVE '10' TO WS-DS-STATUS
              END-READ
           END-IF
           PERFORM 4910-TOMAR-CLAVE
              UNTIL WS-DS-FIN
                 OR DS-TIPO-DOC NOT = WS-PER-TIPO-DOC
                 OR DS-NUME-DOC NOT = WS-PER-NUME-DOC
           PERFORM 4920-REGRABAR-SOLICITUD
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-CLAVES
           .
       4900-ANONIMIZAR-SOLICITUDES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4910-TOMAR-CLAVE.
           IF WS-TOT-CLAVES < 50
              ADD 1 TO WS-TOT-CLAVES
              MOVE DS-FEC-SOLICITUD
                 TO WS-CLA-FEC-SOLICITUD(WS-TOT-CLAVES)
              MOVE DS-TIPO-SOLICITUD
                 TO WS-CLA-TIPO-SOLICITUD(WS-TOT-CLAVES)
           END-IF
           READ SOLICITUD-DATOS NEXT RECORD
              AT END MOVE '10' TO WS-DS-STATUS
           END-READ
           .
       4910-TOMAR-CLAVE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4920-REGRABAR-SOLICITUD.
           MOVE '00'                          TO WS-DS-STATUS
           MOVE WS-PER-TIPO-DOC               TO DS-TIPO-DOC
           MOVE WS-PER-NUME-DOC               TO DS-NUME-DOC
           MOVE WS-CLA-FEC-SOLICITUD(WS-IDX)  TO DS-FEC-SOLICITUD
           MOVE WS-CLA-TIPO-SOLICITUD(WS-IDX) TO DS-TIPO-SOLICITUD
           READ SOLICITUD-DATOS
              INVALID KEY MOVE '23' TO WS-DS-STATUS
           END-READ
           IF WS-DS-OK
              DELETE SOLICITUD-DATOS
              IF DS-CLAVE = WS-PER-CLAVE-SOL
                 MOVE 'A'              TO DS-ESTADO
                 MOVE WS-FECHA-PROCESO TO DS-FEC-ATENCION
                 MOVE 'RDATPAN'        TO DS-USU-ATENCION
                 MOVE 'DATOS PERSONALES ANONIMIZADOS'
                    TO DS-MOTIVO
              END-IF
              MOVE WS-SEUDONIMO TO DS-NUME-DOC
              MOVE SPACES       TO DS-DETALLE
              WRITE DS-REGISTRO-SOLICITUD
              ADD 1 TO WS-REGISTROS-PERSONA
           END-IF
           .
       4920-REGRABAR-SOLICITUD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * COTITUL SE LLAVEA POR CUENTA Y DOCUMENTO: SE TOMAN LAS       *
      * CUENTAS DONDE LA PERSONA ES COTITULAR Y CADA REGISTRO SE     *
      * REGRABA BAJO EL SEUDONIMO, SIN NOMBRE NI CORREO.             *
      *--------------------------------------------------------------*
       5000-ANONIMIZAR-COTITULARES.
           MOVE 0          TO WS-TOT-COTITULAR
           MOVE '00'       TO WS-TC-STATUS
           MOVE LOW-VALUES TO TC-CLAVE
           START COTITULAR KEY IS NOT LESS THAN TC-CLAVE
              INVALID KEY MOVE '10' TO WS-TC-STATUS
           END-START
           IF WS-TC-OK
              READ COTITULAR NEXT RECORD
                 AT END MOVE '10' TO WS-TC-STATUS
              END-READ
           END-IF
           PERFORM 5010-TOMAR-COTITULAR
              UNTIL WS-TC-FIN
           PERFORM 5020-REGRABAR-COTITULAR
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-COTITULAR
           .
       5000-ANONIMIZAR-COTITULARES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5010-TOMAR-COTITULAR.
           IF TC-TIPO-DOC = WS-PER-TIPO-DOC
              AND TC-NUME-DOC = WS-PER-NUME-DOC
              IF WS-TOT-COTITULAR < 50
                 ADD 1 TO WS-TOT-COTITULAR
                 MOVE TC-CTAVALOR TO WS-COT-CTAVALOR(WS-TOT-COTITULAR)
              ELSE
                 DISPLAY 'RDATPANO - TABLA DE COTITULARES LLENA, '
                         'CUENTA ' TC-CTAVALOR
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           READ COTITULAR NEXT RECORD
              AT END MOVE '10' TO WS-TC-STATUS
           END-READ
           .
       5010-TOMAR-COTITULAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5020-REGRABAR-COTITULAR.
           MOVE '00'                    TO WS-TC-STATUS
           MOVE WS-COT-CTAVALOR(WS-IDX) TO TC-CTAVALOR
           MOVE WS-PER-TIPO-DOC         TO TC-TIPO-DOC
           MOVE WS-PER-NUME-DOC         TO TC-NUME-DOC
           READ COTITULAR
              INVALID KEY MOVE '23' TO WS-TC-STATUS
           END-READ
           IF WS-TC-OK
              DELETE COTITULAR
              MOVE WS-SEUDONIMO      TO TC-NUME-DOC
              MOVE WS-NOMBRE-ANONIMO TO TC-NOMBRE
              MOVE SPACES            TO TC-EMAIL
              WRITE TC-REGISTRO-COTITULAR
              ADD 1 TO WS-REGISTROS-PERSONA
           END-IF
           .
       5020-REGRABAR-COTITULAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CUENTAS BANCARIAS CUYO TITULAR ES LA PERSONA. LA CLAVE       *
      * (CUENTA-VALOR Y CCI) NO CAMBIA.                              *
      *--------------------------------------------------------------*
       5100-ANONIMIZAR-CTA-BANCARIA.
           MOVE '00'       TO WS-IB-STATUS
           MOVE LOW-VALUES TO IB-CLAVE
           START CUENTA-BANCARIA KEY IS NOT LESS THAN IB-CLAVE
              INVALID KEY MOVE '10' TO WS-IB-STATUS
           END-START
           IF WS-IB-OK
              READ CUENTA-BANCARIA NEXT RECORD
                 AT END MOVE '10' TO WS-IB-STATUS
              END-READ
           END-IF
           PERFORM 5110-REVISAR-CTA-BANCARIA
              UNTIL WS-IB-FIN
           .
       5100-ANONIMIZAR-CTA-BANCARIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5110-REVISAR-CTA-BANCARIA.
           IF IB-TIPO-DOC = WS-PER-TIPO-DOC
              AND IB-NUME-DOC = WS-PER-NUME-DOC
              MOVE WS-SEUDONIMO      TO IB-NUME-DOC
              MOVE WS-NOMBRE-ANONIMO TO IB-TITULAR
              REWRITE IB-REGISTRO-CUENTA
              ADD 1 TO WS-REGISTROS-PERSONA
           END-IF
           READ CUENTA-BANCARIA NEXT RECORD
              AT END MOVE '10' TO WS-IB-STATUS
           END-READ
           .
       5110-REVISAR-CTA-BANCARIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * BENFINAL SE LLAVEA POR RUC DE LA EMPRESA Y DOCUMENTO: SE     *
      * TOMAN LAS EMPRESAS Y CADA REGISTRO (YA DE BAJA) SE REGRABA   *
      * BAJO EL SEUDONIMO, SIN NOMBRE NI FECHA DE NACIMIENTO.        *
      *--------------------------------------------------------------*
       5200-ANONIMIZAR-BENEFICIARIO.
           MOVE 0          TO WS-TOT-EMPRESA
           MOVE '00'       TO WS-BO-STATUS
           MOVE LOW-VALUES TO BO-CLAVE
           START BENEFICIARIO-FINAL KEY IS NOT LESS THAN BO-CLAVE
              INVALID KEY MOVE '10' TO WS-BO-STATUS
           END-START
           IF WS-BO-OK
              READ BENEFICIARIO-FINAL NEXT RECORD
                 AT END MOVE '10' TO WS-BO-STATUS
              END-READ
           END-IF
           PERFORM 5210-TOMAR-EMPRESA
              UNTIL WS-BO-FIN
           PERFORM 5220-REGRABAR-BENEFICIARIO
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-EMPRESA
           .
       5200-ANONIMIZAR-BENEFICIARIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5210-TOMAR-EMPRESA.
           IF BO-TIPO-DOC = WS-PER-TIPO-DOC
              AND BO-NUME-DOC = WS-PER-NUME-DOC
              IF WS-TOT-EMPRESA < 20
                 ADD 1 TO WS-TOT-EMPRESA
                 MOVE BO-RUC-EMPRESA TO WS-EMP-RUC(WS-TOT-EMPRESA)
              ELSE
                 DISPLAY 'RDATPANO - TABLA DE EMPRESAS LLENA, '
                         'RUC ' BO-RUC-EMPRESA
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           READ BENEFICIARIO-FINAL NEXT RECORD
              AT END MOVE '10' TO WS-BO-STATUS
           END-READ
           .
       5210-TOMAR-EMPRESA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5220-REGRABAR-BENEFICIARIO.
           MOVE '00'               TO WS-BO-STATUS
           MOVE WS-EMP-RUC(WS-IDX) TO BO-RUC-EMPRESA
           MOVE WS-PER-TIPO-DOC    TO BO-TIPO-DOC
           MOVE WS-PER-NUME-DOC    TO BO-NUME-DOC
           READ BENEFICIARIO-FINAL
              INVALID KEY MOVE '23' TO WS-BO-STATUS
           END-READ
           IF WS-BO-OK
              DELETE BENEFICIARIO-FINAL
              MOVE WS-SEUDONIMO      TO BO-NUME-DOC
              MOVE WS-NOMBRE-ANONIMO TO BO-NOMBRE
              MOVE 0                 TO BO-FEC-NACIMIENTO
              WRITE BO-REGISTRO-BENEFICIARIO
              ADD 1 TO WS-REGISTROS-PERSONA
           END-IF
           .
       5220-REGRABAR-BENEFICIARIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * TARJETAS LIGADAS A LAS CUENTAS DE LA PERSONA: SE BORRA EL    *
      * NOMBRE GRABADO EN EL PLASTICO.                               *
      *--------------------------------------------------------------*
       5300-ANONIMIZAR-TARJETAS.
           MOVE '00'       TO WS-TJ-STATUS
           MOVE LOW-VALUES TO TJ-NRO-TARJETA
           START MAESTRO-TARJETA KEY IS NOT LESS THAN TJ-NRO-TARJETA
              INVALID KEY MOVE '10' TO WS-TJ-STATUS
           END-START
           IF WS-TJ-OK
              READ MAESTRO-TARJETA NEXT RECORD
                 AT END MOVE '10' TO WS-TJ-STATUS
              END-READ
           END-IF
           PERFORM 5310-REVISAR-TARJETA
              UNTIL WS-TJ-FIN
           .
       5300-ANONIMIZAR-TARJETAS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5310-REVISAR-TARJETA.
           MOVE TJ-CTAVALOR TO WS-CTA-BUSCADA
           MOVE 'N' TO WS-SW-CUENTA
           PERFORM 5320-BUSCAR-CUENTA
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-CUENTAS
                 OR WS-CUENTA-PROPIA
           IF WS-CUENTA-PROPIA
              MOVE WS-NOMBRE-ANONIMO TO TJ-NOMBRE-GRABADO
              REWRITE TJ-REGISTRO-TARJETA
              ADD 1 TO WS-REGISTROS-PERSONA
           END-IF
           READ MAESTRO-TARJETA NEXT RECORD
              AT END MOVE '10' TO WS-TJ-STATUS
           END-READ
           .
       5310-REVISAR-TARJETA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5320-BUSCAR-CUENTA.
           IF WS-CTA-VALOR(WS-IDX) = WS-CTA-BUSCADA
              MOVE 'S' TO WS-SW-CUENTA
           END-IF
           .
       5320-BUSCAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * BITACORA MNTJRNL: EN LOS CAMBIOS DE LOS MANTENIMIENTOS DE    *
      * DATOS DEL CLIENTE CUYA CLAVE O IMAGENES CONTIENEN EL         *
      * DOCUMENTO DE LA PERSONA (Y EN LOS DE CKYCMNT SOBRE SUS       *
      * CUENTAS) SE BORRAN AMBAS IMAGENES; SI LA CLAVE LLEVA EL      *
      * DOCUMENTO, PASA AL SEUDONIMO. FECHA, PROGRAMA, USUARIO Y     *
      * FUNCION SE CONSERVAN.                                        *
      *--------------------------------------------------------------*
       5400-ANONIMIZAR-BITACORA.
           MOVE 0 TO WS-LONG-DOC
           INSPECT WS-PER-NUME-DOC TALLYING WS-LONG-DOC
              FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 'N' TO WS-EOF-ARCHIVO
           OPEN I-O BITACORA-MANTENIMIENTO
           READ BITACORA-MANTENIMIENTO
              AT END MOVE 'S' TO WS-EOF-ARCHIVO
           END-READ
           PERFORM 5410-REVISAR-CAMBIO
              UNTIL WS-FIN-ARCHIVO
           CLOSE BITACORA-MANTENIMIENTO
           .
       5400-ANONIMIZAR-BITACORA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5410-REVISAR-CAMBIO.
           MOVE MJ-PROGRAMA TO WS-PROGRAMA-MNT
           MOVE 0           TO WS-OCURRENCIAS
           IF WS-MNT-DATOS-PERSONA
              AND WS-LONG-DOC > 0
              INSPECT MJ-CLAVE TALLYING WS-OCURRENCIAS
                 FOR ALL WS-PER-NUME-DOC(1:WS-LONG-DOC)
              INSPECT MJ-IMAGEN-ANTERIOR TALLYING WS-OCURRENCIAS
                 FOR ALL WS-PER-NUME-DOC(1:WS-LONG-DOC)
              INSPECT MJ-IMAGEN-NUEVA TALLYING WS-OCURRENCIAS
                 FOR ALL WS-PER-NUME-DOC(1:WS-LONG-DOC)
           END-IF
           IF WS-PROGRAMA-MNT = 'CKYCMNT'
              AND WS-OCURRENCIAS = 0
              MOVE MJ-CLAVE(1:20) TO WS-CTA-BUSCADA
              MOVE 'N' TO WS-SW-CUENTA
              PERFORM 5320-BUSCAR-CUENTA
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-TOT-CUENTAS
                    OR WS-CUENTA-PROPIA
              IF WS-CUENTA-PROPIA
                 ADD 1 TO WS-OCURRENCIAS
              END-IF
           END-IF
           IF WS-OCURRENCIAS > 0
              MOVE SPACES TO MJ-IMAGEN-ANTERIOR MJ-IMAGEN-NUEVA
              EVALUATE WS-PROGRAMA-MNT
                 WHEN 'CCLICMNT'
                    IF MJ-CLAVE(2:20) = WS-PER-NUME-DOC
                       MOVE WS-SEUDONIMO TO MJ-CLAVE(2:20)
                    END-IF
                 WHEN 'CBENFMNT'
                    IF MJ-CLAVE(13:20) = WS-PER-NUME-DOC
                       MOVE WS-SEUDONIMO TO MJ-CLAVE(13:20)
                    END-IF
                 WHEN 'CCOTIMNT'
                    IF MJ-CLAVE(22:19) = WS-PER-NUME-DOC(1:19)
                       MOVE WS-SEUDONIMO(1:19) TO MJ-CLAVE(22:19)
                    END-IF
              END-EVALUATE
              REWRITE MJ-REGISTRO-CAMBIO
              ADD 1 TO WS-REGISTROS-PERSONA
           END-IF
           READ BITACORA-MANTENIMIENTO
              AT END MOVE 'S' TO WS-EOF-ARCHIVO
           END-READ
           .
       5410-REVISAR-CAMBIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * NOTIFICACIONES YA PASADAS AL ARCHIVO NOTILARC: MISMO         *
      * CRITERIO QUE PARA NOTILOG.                                   *
      *--------------------------------------------------------------*
       5500-ANONIMIZAR-NOTIF-ARCHIVO.
           MOVE 'N' TO WS-EOF-ARCHIVO
           OPEN I-O TRAZA-NOTIF-ARC
           READ TRAZA-NOTIF-ARC INTO NH-REGISTRO-NOTIFICACION
              AT END MOVE 'S' TO WS-EOF-ARCHIVO
           END-READ
           PERFORM 5510-REVISAR-NOTIF-ARCHIVO
              UNTIL WS-FIN-ARCHIVO
           CLOSE TRAZA-NOTIF-ARC
           .
       5500-ANONIMIZAR-NOTIF-ARCHIVO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5510-REVISAR-NOTIF-ARCHIVO.
           IF (NH-TIPO-DOC = WS-PER-TIPO-DOC
               AND NH-NUME-DOC = WS-PER-NUME-DOC)
              OR (WS-PER-EMAIL NOT = SPACES
                  AND NH-DESTINO = WS-PER-EMAIL(1:35))
              OR (WS-PER-TELEFONOS1 NOT = SPACES
                  AND NH-DESTINO = WS-PER-TELEFONOS1)
              OR (WS-PER-TELEFONOS2 NOT = SPACES
                  AND NH-DESTINO = WS-PER-TELEFONOS2)
              IF NH-NUME-DOC = WS-PER-NUME-DOC
                 MOVE WS-SEUDONIMO TO NH-NUME-DOC
              END-IF
              MOVE SPACES TO NH-DESTINO
              REWRITE TRAZA-NOTIF-ARC-REC
                 FROM NH-REGISTRO-NOTIFICACION
              ADD 1 TO WS-REGISTROS-PERSONA
           END-IF
           READ TRAZA-NOTIF-ARC INTO NH-REGISTRO-NOTIFICACION
              AT END MOVE 'S' TO WS-EOF-ARCHIVO
           END-READ
           .
       5510-REVISAR-NOTIF-ARCHIVO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE SOLICITUD-DATOS RESIDENCIA-FISCAL INVENTARIO-KYC
                 MANDATO-MAESTRO ENTREGA-ESTADO CONSENTIMIENTO-DATOS
                 COTITULAR CUENTA-BANCARIA BENEFICIARIO-FINAL
                 MAESTRO-TARJETA REPORTE-ANONIMIZACION
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RDATPANO'   TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-PENDIENTES TO BC-REGISTROS
           MOVE 0            TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RDATPANO - CANCELACIONES PENDIENTES: '
                   WS-TOT-PENDIENTES
           DISPLAY 'RDATPANO - PERSONAS ANONIMIZADAS   : '
                   WS-TOT-ANONIMIZADAS
           DISPLAY 'RDATPANO - SOLICITUDES DENEGADAS   : '
                   WS-TOT-DENEGADAS
           DISPLAY 'RDATPANO - REGISTROS ANONIMIZADOS  : '
                   WS-TOT-REGISTROS
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

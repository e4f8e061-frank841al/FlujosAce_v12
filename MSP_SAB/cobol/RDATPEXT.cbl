       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RDATPEXT.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 15/10/2026 JQ      ALTA. ATENCION DE LAS SOLICITUDES DE      *
      *                    ACCESO A DATOS PERSONALES (LEY 29733):    *
      *                    EXTRACTO COMPLETO DE LOS DATOS QUE SE     *
      *                    CONSERVAN DE LA PERSONA Y CONTROL DEL     *
      *                    PLAZO LEGAL DE TODAS LAS SOLICITUDES      *
      *                    PENDIENTES.                               *
      * 15/10/2026 JQ      EL EXTRACTO INCLUYE COTITUL, CTABANC,     *
      *                    BENFINAL, TARJMAST, LA BITACORA MNTJRNL   *
      *                    DE LOS MANTENIMIENTOS DE DATOS DEL        *
      *                    CLIENTE Y EL ARCHIVO NOTILARC.            *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RECORRE EL REGISTRO DATPSOL. POR CADA SOLICITUD DE ACCESO    *
      * PENDIENTE ARMA EN DATPEXT EL EXTRACTO DE LA PERSONA (TIPO Y  *
      * NUMERO DE DOCUMENTO), UNA LINEA POR DATO CON SU ARCHIVO DE   *
      * ORIGEN, CLAVE Y CAMPO:                                       *
      *  - CLICONT : NOMBRE, DIRECCION, TELEFONOS Y CORREO;          *
      *  - EODCLI  : CUENTAS-VALOR A NOMBRE DE LA PERSONA, CON SU    *
      *              NOMBRE Y CORREO (LA LISTA DE CUENTAS GUIA LOS   *
      *              ARCHIVOS POR CUENTA);                           *
      *  - TAXRES  : RESIDENCIA FISCAL POR JURISDICCION Y SU TIN;    *
      *  - KYCDOC  : DOCUMENTOS DE CONOCIMIENTO DE SUS CUENTAS;      *
      *  - MANDMAST: APODERADOS DE SUS CUENTAS Y LOS PODERES QUE LA  *
      *              PERSONA TIENE SOBRE CUENTAS DE TERCEROS;        *
      *  - NOTILOG : NOTIFICACIONES DESPACHADAS A SU DOCUMENTO;      *
      *  - STMTDLV : DESTINO DE ENTREGA DEL ESTADO DE CUENTA;        *
      *  - DATPCONS: CONSENTIMIENTO DE TRATAMIENTO Y SU FECHA;       *
      *  - COTITUL : CUENTAS DE LAS QUE ES COTITULAR, CON NOMBRE Y   *
      *              CORREO;                                         *
      *  - CTABANC : CUENTAS BANCARIAS REGISTRADAS A SU NOMBRE;      *
      *  - BENFINAL: EMPRESAS DE LAS QUE ES BENEFICIARIO FINAL, CON  *
      *              NOMBRE Y FECHA DE NACIMIENTO;                   *
      *  - TARJMAST: NOMBRE GRABADO EN LAS TARJETAS DE SUS CUENTAS;  *
      *  - MNTJRNL : CAMBIOS DE LOS MANTENIMIENTOS DE DATOS DEL      *
      *              CLIENTE (CCLICMNT, CCOTIMNT, CBENFMNT, CCTABMNT,*
      *              CMANDMNT, CKYCMNT) CUYA CLAVE O IMAGENES        *
      *              CONTIENEN SU DOCUMENTO, Y LOS DE KYC DE SUS     *
      *              CUENTAS, CON LAS IMAGENES ANTERIOR Y NUEVA;     *
      *  - NOTILARC: NOTIFICACIONES YA PASADAS AL ARCHIVO.           *
      * LA SOLICITUD QUEDA ATENDIDA CON FECHA DE HOY. LAS DEMAS      *
      * SOLICITUDES PENDIENTES CON EL PLAZO LEGAL VENCIDO SE LISTAN  *
      * EN EL REPORTE DATPREP JUNTO CON LOS EXTRACTOS EMITIDOS.      *
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
           SELECT CONTACTO-CLIENTE ASSIGN TO CLICONT
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
           SELECT EXTRACTO-DATOS ASSIGN TO DATPEXT
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-SOLICITUD ASSIGN TO DATPREP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOLICITUD-DATOS
           RECORDING MODE IS F.
       COPY DATPSOL.
       FD  CONTACTO-CLIENTE
           RECORDING MODE IS F.
       COPY CLICONT.
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
       FD  EXTRACTO-DATOS
           RECORDING MODE IS F.
       01  EXTRACTO-REC                PIC X(132).
       FD  REPORTE-SOLICITUD
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
       77  WS-EOF-CONTACTO             PIC X(01) VALUE 'N'.
           88 WS-FIN-CONTACTO                    VALUE 'S'.
       77  WS-EOF-CLIENTE              PIC X(01) VALUE 'N'.
           88 WS-FIN-CLIENTE                     VALUE 'S'.
       77  WS-EOF-NOTIF                PIC X(01) VALUE 'N'.
           88 WS-FIN-NOTIF                       VALUE 'S'.
       77  WS-EOF-BITACORA             PIC X(01) VALUE 'N'.
           88 WS-FIN-BITACORA                    VALUE 'S'.
       77  WS-SW-CUENTA                PIC X(01) VALUE 'N'.
           88 WS-CUENTA-PROPIA                   VALUE 'S'.
       77  WS-FECHA-PROCESO            PIC 9(08).
       77  WS-TOT-SOLICITUDES          PIC 9(05) COMP VALUE 0.
       77  WS-TOT-EXTRACTOS            PIC 9(05) COMP VALUE 0.
       77  WS-TOT-FUERA-PLAZO          PIC 9(05) COMP VALUE 0.
       77  WS-TOT-VENCIDAS             PIC 9(05) COMP VALUE 0.
       77  WS-TOT-DATOS                PIC 9(07) COMP VALUE 0.
       77  WS-TOT-CUENTAS              PIC 9(03) COMP VALUE 0.
       77  WS-IDX-CTA                  PIC 9(03) COMP VALUE 0.
       77  WS-IDX                      PIC 9(03) COMP VALUE 0.
       77  WS-LONG-DOC                 PIC 9(02) COMP VALUE 0.
       77  WS-OCURRENCIAS              PIC 9(03) COMP VALUE 0.
       77  WS-CTA-BUSCADA              PIC X(20) VALUE SPACES.
       01  WS-TABLA-CUENTA.
           05 WS-CTA-VALOR OCCURS 50 TIMES
                                       PIC X(20).
      *    MANTENIMIENTOS CUYAS IMAGENES EN MNTJRNL LLEVAN DATOS DEL  *
      *    CLIENTE.                                                  *
       01  WS-PROGRAMA-MNT             PIC X(08).
           88 WS-MNT-DATOS-PERSONA     VALUE 'CCLICMNT' 'CCOTIMNT'
                                             'CBENFMNT' 'CCTABMNT'
                                             'CMANDMNT' 'CKYCMNT'.
       01  WS-IMG-TITULO               PIC X(08).
       01  WS-IMAGEN-CAMBIO.
           05 WS-IMG-TRAMO1            PIC X(80).
           05 WS-IMG-TRAMO2            PIC X(80).
           05 WS-IMG-TRAMO3            PIC X(40).
       01  WS-IMPORTE-EDIT             PIC -(12)9.99.
       01  WS-NUMERO-EDIT              PIC ZZ9.
       01  WS-LINEA-EXTRACTO.
           05 WX-FUENTE                PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WX-CLAVE                 PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WX-CAMPO                 PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WX-VALOR                 PIC X(80).
           05 FILLER                   PIC X(01) VALUE SPACE.
       01  WS-LINEA-CABECERA-EXT.
           05 FILLER                   PIC X(44) VALUE
              'EXTRACTO DE DATOS PERSONALES - LEY 29733   '.
           05 FILLER                   PIC X(11) VALUE 'DOCUMENTO: '.
           05 WE-TIPO-DOC              PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WE-NUME-DOC              PIC X(20).
           05 FILLER                   PIC X(12) VALUE
              ' SOLICITUD: '.
           05 WE-FEC-SOLICITUD         PIC 9(08).
           05 FILLER                   PIC X(09) VALUE ' EMITIDO '.
           05 WE-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(18) VALUE SPACES.
       01  WS-LINEA-FIN-EXT.
           05 FILLER                   PIC X(30) VALUE
              'FIN DEL EXTRACTO - DATOS    : '.
           05 WF-DATOS                 PIC ZZZZ9.
           05 FILLER                   PIC X(97) VALUE SPACES.
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(44) VALUE
              'SOLICITUDES DE DATOS PERSONALES - ATENCION D'.
           05 FILLER                   PIC X(20) VALUE
              'E ACCESO Y PLAZOS  '.
           05 FILLER                   PIC X(09) VALUE ' FECHA : '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(51) VALUE SPACES.
       01  WS-LINEA-CABECERA.
           05 FILLER                   PIC X(44) VALUE
              'T DOCUMENTO            S PRESENTAD VENCIMIEN'.
           05 FILLER                   PIC X(44) VALUE
              'TO DATOS RESULTADO                          '.
           05 FILLER                   PIC X(44) VALUE SPACES.
       01  WS-LINEA-DETALLE.
           05 WD-TIPO-DOC              PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-NUME-DOC              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-TIPO-SOLICITUD        PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-FEC-SOLICITUD         PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-FEC-VENCIMIENTO       PIC 9(08).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 WD-DATOS                 PIC ZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-RESULTADO             PIC X(25).
           05 FILLER                   PIC X(56) VALUE SPACES.
       77  WS-DATOS-SOLICITUD          PIC 9(05) COMP VALUE 0.
       COPY NOTILOG REPLACING LEADING ==NL== BY ==NH==.
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESAR-SOLICITUD
              UNTIL WS-DS-FIN
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RDATPEXT'   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RDATPEXT - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O    SOLICITUD-DATOS
           OPEN INPUT  RESIDENCIA-FISCAL INVENTARIO-KYC
                       MANDATO-MAESTRO ENTREGA-ESTADO
                       CONSENTIMIENTO-DATOS COTITULAR
                       CUENTA-BANCARIA BENEFICIARIO-FINAL
                       MAESTRO-TARJETA
           OPEN OUTPUT EXTRACTO-DATOS REPORTE-SOLICITUD
           MOVE WS-FECHA-PROCESO TO WT-FECHA WE-FECHA
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
      * EL ACCESO PENDIENTE SE ATIENDE; LO DEMAS PENDIENTE SOLO SE   *
      * CONTROLA CONTRA SU PLAZO.                                    *
      *--------------------------------------------------------------*
       2000-PROCESAR-SOLICITUD.
           IF DS-PENDIENTE
              ADD 1 TO WS-TOT-SOLICITUDES
              IF DS-ES-ACCESO
                 PERFORM 3000-EMITIR-EXTRACTO
              ELSE
                 IF DS-FEC-VENCIMIENTO < WS-FECHA-PROCESO
                    ADD 1 TO WS-TOT-VENCIDAS
                    MOVE 0 TO WS-DATOS-SOLICITUD
                    MOVE 'PENDIENTE PLAZO VENCIDO' TO WD-RESULTADO
                    PERFORM 8000-IMPRIMIR-SOLICITUD
                 END-IF
              END-IF
           END-IF
           READ SOLICITUD-DATOS NEXT RECORD
              AT END MOVE '10' TO WS-DS-STATUS
           END-READ
           .
       2000-PROCESAR-SOLICITUD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-EMITIR-EXTRACTO.
           MOVE 0 TO WS-DATOS-SOLICITUD
           MOVE 0 TO WS-TOT-CUENTAS
           MOVE DS-TIPO-DOC      TO WE-TIPO-DOC
           MOVE DS-NUME-DOC      TO WE-NUME-DOC
           MOVE DS-FEC-SOLICITUD TO WE-FEC-SOLICITUD
           WRITE EXTRACTO-REC FROM WS-LINEA-CABECERA-EXT
           PERFORM 3100-EXTRAER-CONTACTO
           PERFORM 3200-EXTRAER-CUENTAS
           PERFORM 3300-EXTRAER-RESIDENCIA
           PERFORM 3400-EXTRAER-KYC
              VARYING WS-IDX-CTA FROM 1 BY 1
              UNTIL WS-IDX-CTA > WS-TOT-CUENTAS
           PERFORM 3500-EXTRAER-MANDATOS
           PERFORM 3600-EXTRAER-NOTIFICACIONES
           PERFORM 3700-EXTRAER-ENTREGA
              VARYING WS-IDX-CTA FROM 1 BY 1
              UNTIL WS-IDX-CTA > WS-TOT-CUENTAS
           PERFORM 3800-EXTRAER-CONSENTIMIENTO
           PERFORM 3900-EXTRAER-COTITULARES
           PERFORM 4000-EXTRAER-CTA-BANCARIA
           PERFORM 4100-EXTRAER-BENEFICIARIO
           PERFORM 4200-EXTRAER-TARJETAS
           PERFORM 4300-EXTRAER-BITACORA
           PERFORM 4400-EXTRAER-NOTIF-ARCHIVO
           MOVE WS-DATOS-SOLICITUD TO WF-DATOS
           WRITE EXTRACTO-REC FROM WS-LINEA-FIN-EXT
           ADD 1 TO WS-TOT-EXTRACTOS
           IF DS-FEC-VENCIMIENTO < WS-FECHA-PROCESO
              ADD 1 TO WS-TOT-FUERA-PLAZO
              MOVE 'EXTRACTO FUERA DE PLAZO' TO WD-RESULTADO
           ELSE
              MOVE 'EXTRACTO EMITIDO'        TO WD-RESULTADO
           END-IF
           PERFORM 8000-IMPRIMIR-SOLICITUD
           MOVE 'A'              TO DS-ESTADO
           MOVE WS-FECHA-PROCESO TO DS-FEC-ATENCION
           MOVE 'RDATPEX'        TO DS-USU-ATENCION
           REWRITE DS-REGISTRO-SOLICITUD
           .
       3000-EMITIR-EXTRACTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-EXTRAER-CONTACTO.
           MOVE 'N' TO WS-EOF-CONTACTO
           OPEN INPUT CONTACTO-CLIENTE
           READ CONTACTO-CLIENTE
              AT END MOVE 'S' TO WS-EOF-CONTACTO
           END-READ
           PERFORM 3110-REVISAR-CONTACTO
              UNTIL WS-FIN-CONTACTO
           CLOSE CONTACTO-CLIENTE
           .
       3100-EXTRAER-CONTACTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3110-REVISAR-CONTACTO.
           IF CC-TIPO-DOC = DS-TIPO-DOC
              AND CC-NUME-DOC = DS-NUME-DOC
              MOVE 'CLICONT'     TO WX-FUENTE
              MOVE CC-NUME-DOC   TO WX-CLAVE
              MOVE 'NOMBRE'      TO WX-CAMPO
              MOVE CC-NOMBRE-CLIE TO WX-VALOR
              PERFORM 7000-GRABAR-DATO
              MOVE 'DIRECCION'   TO WX-CAMPO
              MOVE CC-DIRECCION  TO WX-VALOR
              PERFORM 7000-GRABAR-DATO
              MOVE 'TELEFONO 1'  TO WX-CAMPO
              MOVE CC-TELEFONOS1 TO WX-VALOR
              PERFORM 7000-GRABAR-DATO
              MOVE 'TELEFONO 2'  TO WX-CAMPO
              MOVE CC-TELEFONOS2 TO WX-VALOR
              PERFORM 7000-GRABAR-DATO
              MOVE 'CORREO'      TO WX-CAMPO
              MOVE CC-EMAIL      TO WX-VALOR
              PERFORM 7000-GRABAR-DATO
           END-IF
           READ CONTACTO-CLIENTE
              AT END MOVE 'S' TO WS-EOF-CONTACTO
           END-READ
           .
       3110-REVISAR-CONTACTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CUENTAS-VALOR DE LA PERSONA: SE EXTRAEN Y QUEDAN EN TABLA    *
      * PARA LOS ARCHIVOS QUE SE LLEVAN POR CUENTA.                  *
      *--------------------------------------------------------------*
       3200-EXTRAER-CUENTAS.
           MOVE 'N' TO WS-EOF-CLIENTE
           OPEN INPUT CLIENTE-EXT
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           PERFORM 3210-REVISAR-CUENTA
              UNTIL WS-FIN-CLIENTE
           CLOSE CLIENTE-EXT
           .
       3200-EXTRAER-CUENTAS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3210-REVISAR-CUENTA.
           IF EC-TIPO-DOC = DS-TIPO-DOC
              AND EC-NUME-DOC = DS-NUME-DOC
              IF WS-TOT-CUENTAS < 50
                 ADD 1 TO WS-TOT-CUENTAS
                 MOVE EC-CTAVALOR TO WS-CTA-VALOR(WS-TOT-CUENTAS)
              ELSE
                 DISPLAY 'RDATPEXT - TABLA DE CUENTAS LLENA, '
                         DS-NUME-DOC ' CUENTA ' EC-CTAVALOR
                 MOVE 4 TO RETURN-CODE
              END-IF
              MOVE 'EODCLI'      TO WX-FUENTE
              MOVE EC-CTAVALOR   TO WX-CLAVE
              MOVE 'TITULAR'     TO WX-CAMPO
              MOVE EC-CLIENTE    TO WX-VALOR
              PERFORM 7000-GRABAR-DATO
              MOVE 'CORREO'      TO WX-CAMPO
              MOVE EC-EMAIL      TO WX-VALOR
              PERFORM 7000-GRABAR-DATO
           END-IF
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           .
       3210-REVISAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3300-EXTRAER-RESIDENCIA.
           MOVE '00'        TO WS-TX-STATUS
           MOVE DS-NUME-DOC TO TX-NUME-DOC
           MOVE LOW-VALUES  TO TX-JURISDICCION
           START RESIDENCIA-FISCAL KEY IS NOT LESS THAN TX-CLAVE
              INVALID KEY MOVE '10' TO WS-TX-STATUS
           END-START
           IF WS-TX-OK
              READ RESIDENCIA-FISCAL NEXT RECORD
                 AT END MOVE '10' TO WS-TX-STATUS
              END-READ
           END-IF
           PERFORM 3310-GRABAR-RESIDENCIA
              UNTIL WS-TX-FIN
                 OR TX-NUME-DOC NOT = DS-NUME-DOC
           .
       3300-EXTRAER-RESIDENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3310-GRABAR-RESIDENCIA.
           MOVE 'TAXRES'        TO WX-FUENTE
           MOVE TX-JURISDICCION TO WX-CLAVE
           MOVE 'TIN'           TO WX-CAMPO
           MOVE TX-TIN          TO WX-VALOR
           PERFORM 7000-GRABAR-DATO
           MOVE 'AUTOCERTIFICACION' TO WX-CAMPO
           MOVE TX-FEC-AUTOCERT TO WX-VALOR
           PERFORM 7000-GRABAR-DATO
           MOVE 'PERSONA EEUU'  TO WX-CAMPO
           MOVE TX-IND-US-PERSON TO WX-VALOR
           PERFORM 7000-GRABAR-DATO
           MOVE 'ESTADO'        TO WX-CAMPO
           MOVE TX-ESTADO       TO WX-VALOR
           PERFORM 7000-GRABAR-DATO
           READ RESIDENCIA-FISCAL NEXT RECORD
              AT END MOVE '10' TO WS-TX-STATUS
           END-READ
           .
       3310-GRABAR-RESIDENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3400-EXTRAER-KYC.
           MOVE '00'                    TO WS-KY-STATUS
           MOVE WS-CTA-VALOR(WS-IDX-CTA) TO KY-CTAVALOR
           MOVE LOW-VALUES              TO KY-TIPO-DOC-KYC
           START INVENTARIO-KYC KEY IS NOT LESS THAN KY-CLAVE
              INVALID KEY MOVE '10' TO WS-KY-STATUS
           END-START
           IF WS-KY-OK
              READ INVENTARIO-KYC NEXT RECORD
                 AT END MOVE '10' TO WS-KY-STATUS
              END-READ
           END-IF
           PERFORM 3410-GRABAR-KYC
              UNTIL WS-KY-FIN
                 OR KY-CTAVALOR NOT = WS-CTA-VALOR(WS-IDX-CTA)
           .
       3400-EXTRAER-KYC-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3410-GRABAR-KYC.
           MOVE 'KYCDOC'           TO WX-FUENTE
           MOVE KY-CTAVALOR        TO WX-CLAVE
           MOVE SPACES             TO WX-CAMPO
           STRING 'DOC ' KY-TIPO-DOC-KYC ' REFERENCIA'
                  DELIMITED BY SIZE INTO WX-CAMPO
           END-STRING
           MOVE KY-REFERENCIA      TO WX-VALOR
           PERFORM 7000-GRABAR-DATO
           MOVE SPACES             TO WX-CAMPO
           STRING 'DOC ' KY-TIPO-DOC-KYC ' EMISION'
                  DELIMITED BY SIZE INTO WX-CAMPO
           END-STRING
           MOVE KY-FEC-EMISION     TO WX-VALOR
           PERFORM 7000-GRABAR-DATO
           MOVE SPACES             TO WX-CAMPO
           STRING 'DOC ' KY-TIPO-DOC-KYC ' VENCIMIENTO'
                  DELIMITED BY SIZE INTO WX-CAMPO
           END-STRING
           MOVE KY-FEC-VENCIMIENTO TO WX-VALOR
           PERFORM 7000-GRABAR-DATO
           READ INVENTARIO-KYC NEXT RECORD
              AT END MOVE '10' TO WS-KY-STATUS
           END-READ
           .
       3410-GRABAR-KYC-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * MANDATOS: LOS DE SUS CUENTAS Y AQUELLOS EN QUE LA PERSONA ES *
      * EL APODERADO (RECORRIDO COMPLETO DEL MAESTRO).               *
      *--------------------------------------------------------------*
       3500-EXTRAER-MANDATOS.
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
           PERFORM 3510-REVISAR-MANDATO
              UNTIL WS-MN-FIN
           .
       3500-EXTRAER-MANDATOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3510-REVISAR-MANDATO.
           MOVE MN-CTAVALOR TO WS-CTA-BUSCADA
           MOVE 'N' TO WS-SW-CUENTA
           PERFORM 3520-BUSCAR-CUENTA
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-CUENTAS
                 OR WS-CUENTA-PROPIA
           IF WS-CUENTA-PROPIA
              OR (MN-TIPO-DOC = DS-TIPO-DOC
                  AND MN-NUME-DOC = DS-NUME-DOC)
              MOVE 'MANDMAST'      TO WX-FUENTE
              MOVE MN-CTAVALOR     TO WX-CLAVE
              MOVE SPACES          TO WX-CAMPO
              STRING 'FIRMA ' MN-FIRMA ' APODERADO'
                     DELIMITED BY SIZE INTO WX-CAMPO
              END-STRING
              MOVE SPACES          TO WX-VALOR
              STRING MN-TIPO-DOC ' ' MN-NUME-DOC ' ' MN-NOMBRE
                     DELIMITED BY SIZE INTO WX-VALOR
              END-STRING
              PERFORM 7000-GRABAR-DATO
              MOVE SPACES          TO WX-CAMPO
              STRING 'FIRMA ' MN-FIRMA ' ALCANCE'
                     DELIMITED BY SIZE INTO WX-CAMPO
              END-STRING
              MOVE SPACES          TO WX-VALOR
              MOVE MN-MTO-TOPE     TO WS-IMPORTE-EDIT
              STRING 'COMPRA ' MN-PUEDE-COMPRAR
                     ' VENTA ' MN-PUEDE-VENDER
                     ' RETIRO ' MN-PUEDE-RETIRAR
                     ' TOPE ' WS-IMPORTE-EDIT
                     ' VENCE ' MN-FEC-VENCIMIENTO
                     ' ESTADO ' MN-ESTADO
                     DELIMITED BY SIZE INTO WX-VALOR
              END-STRING
              PERFORM 7000-GRABAR-DATO
           END-IF
           READ MANDATO-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-MN-STATUS
           END-READ
           .
       3510-REVISAR-MANDATO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3520-BUSCAR-CUENTA.
           IF WS-CTA-VALOR(WS-IDX) = WS-CTA-BUSCADA
              MOVE 'S' TO WS-SW-CUENTA
           END-IF
           .
       3520-BUSCAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3600-EXTRAER-NOTIFICACIONES.
           MOVE 'N' TO WS-EOF-NOTIF
           OPEN INPUT TRAZA-NOTIF
           READ TRAZA-NOTIF
              AT END MOVE 'S' TO WS-EOF-NOTIF
           END-READ
           PERFORM 3610-REVISAR-NOTIFICACION
              UNTIL WS-FIN-NOTIF
           CLOSE TRAZA-NOTIF
           .
       3600-EXTRAER-NOTIFICACIONES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3610-REVISAR-NOTIFICACION.
           IF NL-TIPO-DOC = DS-TIPO-DOC
              AND NL-NUME-DOC = DS-NUME-DOC
              MOVE 'NOTILOG'       TO WX-FUENTE
              MOVE SPACES          TO WX-CLAVE
              STRING NL-FECHA ' ' NL-HORA
                     DELIMITED BY SIZE INTO WX-CLAVE
              END-STRING
              MOVE SPACES          TO WX-CAMPO
              STRING 'AVISO ' NL-TIPO-NOTIF ' CANAL ' NL-CANAL
                     DELIMITED BY SIZE INTO WX-CAMPO
              END-STRING
              MOVE SPACES          TO WX-VALOR
              STRING NL-DESTINO ' ' NL-ASUNTO
                     DELIMITED BY SIZE INTO WX-VALOR
              END-STRING
              PERFORM 7000-GRABAR-DATO
           END-IF
           READ TRAZA-NOTIF
              AT END MOVE 'S' TO WS-EOF-NOTIF
           END-READ
           .
       3610-REVISAR-NOTIFICACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3700-EXTRAER-ENTREGA.
           MOVE '00'                     TO WS-SD-STATUS
           MOVE WS-CTA-VALOR(WS-IDX-CTA) TO SD-CTAVALOR
           READ ENTREGA-ESTADO
              INVALID KEY MOVE '23' TO WS-SD-STATUS
           END-READ
           IF WS-SD-OK
              MOVE 'STMTDLV'           TO WX-FUENTE
              MOVE SD-CTAVALOR         TO WX-CLAVE
              MOVE 'CORREO ESTADO CTA' TO WX-CAMPO
              MOVE SD-EMAIL            TO WX-VALOR
              PERFORM 7000-GRABAR-DATO
              MOVE 'ULTIMO ENVIO'      TO WX-CAMPO
              MOVE SD-INTENTOS         TO WS-NUMERO-EDIT
              MOVE SPACES              TO WX-VALOR
              STRING SD-FECHA-ULT-INTENTO ' ESTADO ' SD-ESTADO
                     ' INTENTOS ' WS-NUMERO-EDIT
                     DELIMITED BY SIZE INTO WX-VALOR
              END-STRING
              PERFORM 7000-GRABAR-DATO
           END-IF
           .
       3700-EXTRAER-ENTREGA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3800-EXTRAER-CONSENTIMIENTO.
           MOVE '00'        TO WS-DC-STATUS
           MOVE DS-TIPO-DOC TO DC-TIPO-DOC
           MOVE DS-NUME-DOC TO DC-NUME-DOC
           READ CONSENTIMIENTO-DATOS
              INVALID KEY MOVE '23' TO WS-DC-STATUS
           END-READ
           MOVE 'DATPCONS'       TO WX-FUENTE
           MOVE DS-NUME-DOC      TO WX-CLAVE
           MOVE 'CONSENTIMIENTO' TO WX-CAMPO
           MOVE SPACES           TO WX-VALOR
           IF WS-DC-OK
              STRING DC-IND-CONSENTIMIENTO
                     ' FECHA ' DC-FEC-CONSENTIMIENTO
                     ' CUENTA ' DC-CTA-VALOR
                     DELIMITED BY SIZE INTO WX-VALOR
              END-STRING
           ELSE
              MOVE 'SIN REGISTRO' TO WX-VALOR
           END-IF
           PERFORM 7000-GRABAR-DATO
           .
       3800-EXTRAER-CONSENTIMIENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3900-EXTRAER-COTITULARES.
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
           PERFORM 3910-REVISAR-COTITULAR
              UNTIL WS-TC-FIN
           .
       3900-EXTRAER-COTITULARES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3910-REVISAR-COTITULAR.
           IF TC-TIPO-DOC = DS-TIPO-DOC
              AND TC-NUME-DOC = DS-NUME-DOC
              MOVE 'COTITUL'       TO WX-FUENTE
              MOVE TC-CTAVALOR     TO WX-CLAVE
              MOVE 'COTITULAR DOC'   TO WX-CAMPO
              MOVE SPACES          TO WX-VALOR
              STRING TC-TIPO-DOC ' ' TC-NUME-DOC
                     ' ESTADO ' TC-ESTADO
                     DELIMITED BY SIZE INTO WX-VALOR
              END-STRING
              PERFORM 7000-GRABAR-DATO
              MOVE 'COTITULAR NOMBRE' TO WX-CAMPO
              MOVE TC-NOMBRE       TO WX-VALOR
              PERFORM 7000-GRABAR-DATO
              MOVE 'COTITULAR CORREO' TO WX-CAMPO
              MOVE TC-EMAIL        TO WX-VALOR
              PERFORM 7000-GRABAR-DATO
           END-IF
           READ COTITULAR NEXT RECORD
              AT END MOVE '10' TO WS-TC-STATUS
           END-READ
           .
       3910-REVISAR-COTITULAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CTABANC SE LLAVEA POR CUENTA-VALOR Y CCI: SE RECORRE         *
      * COMPLETO Y SE TOMAN LAS CUENTAS BANCARIAS CUYO TITULAR ES LA *
      * PERSONA.                                                     *
      *--------------------------------------------------------------*
       4000-EXTRAER-CTA-BANCARIA.
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
           PERFORM 4010-REVISAR-CTA-BANCARIA
              UNTIL WS-IB-FIN
           .
       4000-EXTRAER-CTA-BANCARIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4010-REVISAR-CTA-BANCARIA.
           IF IB-TIPO-DOC = DS-TIPO-DOC
              AND IB-NUME-DOC = DS-NUME-DOC
              MOVE 'CTABANC'       TO WX-FUENTE
              MOVE IB-CTAVALOR     TO WX-CLAVE
              MOVE 'CUENTA BANCARIA' TO WX-CAMPO
              MOVE SPACES          TO WX-VALOR
              STRING 'CCI ' IB-CCI ' BANCO ' IB-BANCO
                     ' MONEDA ' IB-MONEDA ' ESTADO ' IB-ESTADO
                     DELIMITED BY SIZE INTO WX-VALOR
              END-STRING
              PERFORM 7000-GRABAR-DATO
              MOVE 'TITULAR DOC'   TO WX-CAMPO
              MOVE SPACES          TO WX-VALOR
              STRING IB-TIPO-DOC ' ' IB-NUME-DOC
                     DELIMITED BY SIZE INTO WX-VALOR
              END-STRING
              PERFORM 7000-GRABAR-DATO
              MOVE 'TITULAR NOMBRE' TO WX-CAMPO
              MOVE IB-TITULAR      TO WX-VALOR
              PERFORM 7000-GRABAR-DATO
           END-IF
           READ CUENTA-BANCARIA NEXT RECORD
              AT END MOVE '10' TO WS-IB-STATUS
           END-READ
           .
       4010-REVISAR-CTA-BANCARIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EMPRESAS EN LAS QUE LA PERSONA FIGURA COMO BENEFICIARIO      *
      * FINAL (RECORRIDO COMPLETO: EL RUC DE LA EMPRESA ENCABEZA LA  *
      * CLAVE).                                                      *
      *--------------------------------------------------------------*
       4100-EXTRAER-BENEFICIARIO.
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
           PERFORM 4110-REVISAR-BENEFICIARIO
              UNTIL WS-BO-FIN
           .
       4100-EXTRAER-BENEFICIARIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4110-REVISAR-BENEFICIARIO.
           IF BO-TIPO-DOC = DS-TIPO-DOC
              AND BO-NUME-DOC = DS-NUME-DOC
              MOVE 'BENFINAL'      TO WX-FUENTE
              MOVE BO-RUC-EMPRESA  TO WX-CLAVE
              MOVE 'BENEFICIARIO DOC' TO WX-CAMPO
              MOVE SPACES          TO WX-VALOR
              STRING BO-TIPO-DOC ' ' BO-NUME-DOC
                     ' CONTROL ' BO-TIPO-CONTROL
                     ' ESTADO ' BO-ESTADO
                     DELIMITED BY SIZE INTO WX-VALOR
              END-STRING
              PERFORM 7000-GRABAR-DATO
              MOVE 'BENEFICIARIO NOMBRE' TO WX-CAMPO
              MOVE BO-NOMBRE       TO WX-VALOR
              PERFORM 7000-GRABAR-DATO
              MOVE 'FECHA NACIMIENTO' TO WX-CAMPO
              MOVE BO-FEC-NACIMIENTO TO WX-VALOR
              PERFORM 7000-GRABAR-DATO
           END-IF
           READ BENEFICIARIO-FINAL NEXT RECORD
              AT END MOVE '10' TO WS-BO-STATUS
           END-READ
           .
       4110-REVISAR-BENEFICIARIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * TARJETAS LIGADAS A LAS CUENTAS DE LA PERSONA. EL NUMERO DE   *
      * TARJETA SOLO SE MUESTRA CON SUS ULTIMOS CUATRO DIGITOS.      *
      *--------------------------------------------------------------*
       4200-EXTRAER-TARJETAS.
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
           PERFORM 4210-REVISAR-TARJETA
              UNTIL WS-TJ-FIN
           .
       4200-EXTRAER-TARJETAS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4210-REVISAR-TARJETA.
           MOVE TJ-CTAVALOR TO WS-CTA-BUSCADA
           MOVE 'N' TO WS-SW-CUENTA
           PERFORM 3520-BUSCAR-CUENTA
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-CUENTAS
                 OR WS-CUENTA-PROPIA
           IF WS-CUENTA-PROPIA
              MOVE 'TARJMAST'      TO WX-FUENTE
              MOVE TJ-CTAVALOR     TO WX-CLAVE
              MOVE SPACES          TO WX-CAMPO
              STRING 'TARJETA *' TJ-NRO-TARJETA(13:4)
                     DELIMITED BY SIZE INTO WX-CAMPO
              END-STRING
              MOVE SPACES          TO WX-VALOR
              STRING TJ-NOMBRE-GRABADO
                     ' VENCE ' TJ-FECHA-VENCIMIENTO
                     ' ESTADO ' TJ-ESTADO
                     DELIMITED BY SIZE INTO WX-VALOR
              END-STRING
              PERFORM 7000-GRABAR-DATO
           END-IF
           READ MAESTRO-TARJETA NEXT RECORD
              AT END MOVE '10' TO WS-TJ-STATUS
           END-READ
           .
       4210-REVISAR-TARJETA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * BITACORA MNTJRNL: CAMBIOS DE LOS MANTENIMIENTOS DE DATOS DEL *
      * CLIENTE CUYA CLAVE O IMAGENES CONTIENEN EL DOCUMENTO DE LA   *
      * PERSONA; LOS DE CKYCMNT SE TOMAN TAMBIEN POR LA CUENTA-VALOR *
      * QUE ENCABEZA LA CLAVE. CADA IMAGEN SE EXTRAE EN TRAMOS DEL   *
      * ANCHO DE LA LINEA.                                           *
      *--------------------------------------------------------------*
       4300-EXTRAER-BITACORA.
           MOVE 0 TO WS-LONG-DOC
           INSPECT DS-NUME-DOC TALLYING WS-LONG-DOC
              FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 'N' TO WS-EOF-BITACORA
           OPEN INPUT BITACORA-MANTENIMIENTO
           READ BITACORA-MANTENIMIENTO
              AT END MOVE 'S' TO WS-EOF-BITACORA
           END-READ
           PERFORM 4310-REVISAR-CAMBIO
              UNTIL WS-FIN-BITACORA
           CLOSE BITACORA-MANTENIMIENTO
           .
       4300-EXTRAER-BITACORA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4310-REVISAR-CAMBIO.
           MOVE MJ-PROGRAMA TO WS-PROGRAMA-MNT
           MOVE 0           TO WS-OCURRENCIAS
           IF WS-MNT-DATOS-PERSONA
              AND WS-LONG-DOC > 0
              INSPECT MJ-CLAVE TALLYING WS-OCURRENCIAS
                 FOR ALL DS-NUME-DOC(1:WS-LONG-DOC)
              INSPECT MJ-IMAGEN-ANTERIOR TALLYING WS-OCURRENCIAS
                 FOR ALL DS-NUME-DOC(1:WS-LONG-DOC)
              INSPECT MJ-IMAGEN-NUEVA TALLYING WS-OCURRENCIAS
                 FOR ALL DS-NUME-DOC(1:WS-LONG-DOC)
           END-IF
           IF WS-PROGRAMA-MNT = 'CKYCMNT'
              AND WS-OCURRENCIAS = 0
              MOVE MJ-CLAVE(1:20) TO WS-CTA-BUSCADA
              MOVE 'N' TO WS-SW-CUENTA
              PERFORM 3520-BUSCAR-CUENTA
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-TOT-CUENTAS
                    OR WS-CUENTA-PROPIA
              IF WS-CUENTA-PROPIA
                 ADD 1 TO WS-OCURRENCIAS
              END-IF
           END-IF
           IF WS-OCURRENCIAS > 0
              MOVE 'MNTJRNL'       TO WX-FUENTE
              MOVE SPACES          TO WX-CLAVE
              STRING MJ-FECHA ' ' MJ-HORA
                     DELIMITED BY SIZE INTO WX-CLAVE
              END-STRING
              MOVE SPACES          TO WX-CAMPO
              STRING 'CAMBIO ' MJ-MAESTRO ' ' MJ-FUNCION
                     DELIMITED BY SIZE INTO WX-CAMPO
              END-STRING
              MOVE SPACES          TO WX-VALOR
              STRING 'PROGRAMA ' MJ-PROGRAMA
                     ' USUARIO ' MJ-USUARIO
                     ' CLAVE ' MJ-CLAVE
                     DELIMITED BY SIZE INTO WX-VALOR
              END-STRING
              PERFORM 7000-GRABAR-DATO
              MOVE 'ANTERIOR'         TO WS-IMG-TITULO
              MOVE MJ-IMAGEN-ANTERIOR TO WS-IMAGEN-CAMBIO
              PERFORM 4320-GRABAR-IMAGEN
              MOVE 'NUEVA'            TO WS-IMG-TITULO
              MOVE MJ-IMAGEN-NUEVA    TO WS-IMAGEN-CAMBIO
              PERFORM 4320-GRABAR-IMAGEN
           END-IF
           READ BITACORA-MANTENIMIENTO
              AT END MOVE 'S' TO WS-EOF-BITACORA
           END-READ
           .
       4310-REVISAR-CAMBIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4320-GRABAR-IMAGEN.
           IF WS-IMG-TRAMO1 NOT = SPACES
              MOVE SPACES        TO WX-CAMPO
              STRING 'IMAGEN ' WS-IMG-TITULO ' 1'
                     DELIMITED BY SIZE INTO WX-CAMPO
              END-STRING
              MOVE WS-IMG-TRAMO1 TO WX-VALOR
              PERFORM 7000-GRABAR-DATO
           END-IF
           IF WS-IMG-TRAMO2 NOT = SPACES
              MOVE SPACES        TO WX-CAMPO
              STRING 'IMAGEN ' WS-IMG-TITULO ' 2'
                     DELIMITED BY SIZE INTO WX-CAMPO
              END-STRING
              MOVE WS-IMG-TRAMO2 TO WX-VALOR
              PERFORM 7000-GRABAR-DATO
           END-IF
           IF WS-IMG-TRAMO3 NOT = SPACES
              MOVE SPACES        TO WX-CAMPO
              STRING 'IMAGEN ' WS-IMG-TITULO ' 3'
                     DELIMITED BY SIZE INTO WX-CAMPO
              END-STRING
              MOVE WS-IMG-TRAMO3 TO WX-VALOR
              PERFORM 7000-GRABAR-DATO
           END-IF
           .
       4320-GRABAR-IMAGEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * NOTIFICACIONES QUE RRETPURG YA PASO AL ARCHIVO NOTILARC      *
      * (MISMO FORMATO QUE NOTILOG).                                 *
      *--------------------------------------------------------------*
       4400-EXTRAER-NOTIF-ARCHIVO.
           MOVE 'N' TO WS-EOF-NOTIF
           OPEN INPUT TRAZA-NOTIF-ARC
           READ TRAZA-NOTIF-ARC INTO NH-REGISTRO-NOTIFICACION
              AT END MOVE 'S' TO WS-EOF-NOTIF
           END-READ
           PERFORM 4410-REVISAR-NOTIF-ARCHIVO
              UNTIL WS-FIN-NOTIF
           CLOSE TRAZA-NOTIF-ARC
           .
       4400-EXTRAER-NOTIF-ARCHIVO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4410-REVISAR-NOTIF-ARCHIVO.
           IF NH-TIPO-DOC = DS-TIPO-DOC
              AND NH-NUME-DOC = DS-NUME-DOC
              MOVE 'NOTILARC'      TO WX-FUENTE
              MOVE SPACES          TO WX-CLAVE
              STRING NH-FECHA ' ' NH-HORA
                     DELIMITED BY SIZE INTO WX-CLAVE
              END-STRING
              MOVE SPACES          TO WX-CAMPO
              STRING 'AVISO ' NH-TIPO-NOTIF ' CANAL ' NH-CANAL
                     DELIMITED BY SIZE INTO WX-CAMPO
              END-STRING
              MOVE SPACES          TO WX-VALOR
              STRING NH-DESTINO ' ' NH-ASUNTO
                     DELIMITED BY SIZE INTO WX-VALOR
              END-STRING
              PERFORM 7000-GRABAR-DATO
           END-IF
           READ TRAZA-NOTIF-ARC INTO NH-REGISTRO-NOTIFICACION
              AT END MOVE 'S' TO WS-EOF-NOTIF
           END-READ
           .
       4410-REVISAR-NOTIF-ARCHIVO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7000-GRABAR-DATO.
           WRITE EXTRACTO-REC FROM WS-LINEA-EXTRACTO
           ADD 1 TO WS-DATOS-SOLICITUD
           ADD 1 TO WS-TOT-DATOS
           .
       7000-GRABAR-DATO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8000-IMPRIMIR-SOLICITUD.
           MOVE DS-TIPO-DOC        TO WD-TIPO-DOC
           MOVE DS-NUME-DOC        TO WD-NUME-DOC
           MOVE DS-TIPO-SOLICITUD  TO WD-TIPO-SOLICITUD
           MOVE DS-FEC-SOLICITUD   TO WD-FEC-SOLICITUD
           MOVE DS-FEC-VENCIMIENTO TO WD-FEC-VENCIMIENTO
           MOVE WS-DATOS-SOLICITUD TO WD-DATOS
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           .
       8000-IMPRIMIR-SOLICITUD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE SOLICITUD-DATOS RESIDENCIA-FISCAL INVENTARIO-KYC
                 MANDATO-MAESTRO ENTREGA-ESTADO CONSENTIMIENTO-DATOS
                 COTITULAR CUENTA-BANCARIA BENEFICIARIO-FINAL
                 MAESTRO-TARJETA EXTRACTO-DATOS REPORTE-SOLICITUD
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RDATPEXT'   TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-SOLICITUDES TO BC-REGISTROS
           MOVE 0            TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RDATPEXT - SOLICITUDES PENDIENTES : '
                   WS-TOT-SOLICITUDES
           DISPLAY 'RDATPEXT - EXTRACTOS EMITIDOS     : '
                   WS-TOT-EXTRACTOS
           DISPLAY 'RDATPEXT - EMITIDOS FUERA PLAZO   : '
                   WS-TOT-FUERA-PLAZO
           DISPLAY 'RDATPEXT - OTRAS CON PLAZO VENCIDO: '
                   WS-TOT-VENCIDAS
           DISPLAY 'RDATPEXT - DATOS EXTRAIDOS        : '
                   WS-TOT-DATOS
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

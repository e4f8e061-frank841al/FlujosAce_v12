      *                    EL MAESTRO TAXRES: CERTIFICADA SI VIENE   *
      *                    CON AUTOCERTIFICACION, PENDIENTE EN CASO  *
      *                    CONTRARIO (RESIDENCIA LOCAL POR DEFECTO). *
      * 21/09/2026 JQ      ALTA. LA EMPRESA (DOCUMENTO RUC) NO SE    *
      *                    ACTIVA SIN AL MENOS UN BENEFICIARIO FINAL *
      *                    VIGENTE REGISTRADO EN BENFINAL            *
      *                    (CBENFMNT).                               *
      * 15/10/2026 JQ      ALTA. LA APERTURA REGISTRA EN DATPCONS EL *
      *                    CONSENTIMIENTO PARA EL TRATAMIENTO DE     *
      *                    DATOS PERSONALES (LEY 29733) DECLARADO EN *
      *                    LA SOLICITUD, CON SU FECHA.               *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LEE EL ARCHIVO DE SOLICITUDES (CLIALTA). POR CADA POSTULANTE *
      * DEJA SU LINEA EN EL REPORTE ALTARPT CON LOS MOTIVOS DE       *
      * RECHAZO; LA MITAD DE LOS RECHAZOS DE ORDENES DEL PRIMER DIA  *
      * VENIA DE CUENTAS ARMADAS A MEDIAS.                           *
      * LA CUENTA ACTIVADA DEJA EN DATPCONS EL CONSENTIMIENTO DE     *
      * TRATAMIENTO DE DATOS PERSONALES: OTORGADO CON LA FECHA DE    *
      * FIRMA DE LA SOLICITUD (HOY SI NO VIENE) O NEGADO CON FECHA   *
      * DE HOY.                                                      *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS TX-CLAVE
               FILE STATUS IS WS-TX-STATUS.
           SELECT CONSENTIMIENTO-DATOS ASSIGN TO DATPCONS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DC-CLAVE
               FILE STATUS IS WS-DC-STATUS.
           SELECT BENEFICIARIO-FINAL ASSIGN TO BENFINAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-CLAVE
               FILE STATUS IS WS-BO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOLICITUD
       FD  RESIDENCIA-FISCAL
           RECORDING MODE IS F.
       COPY TAXRES.
       FD  CONSENTIMIENTO-DATOS
           RECORDING MODE IS F.
       COPY DATPCONS.
       FD  BENEFICIARIO-FINAL
           RECORDING MODE IS F.
       COPY BENFINAL.
       WORKING-STORAGE SECTION.
       01  WS-BO-STATUS                PIC X(02) VALUE '00'.
           88 WS-BO-OK                           VALUE '00'.
           88 WS-BO-FIN                          VALUE '10'.
       01  WS-TX-STATUS                PIC X(02) VALUE '00'.
           88 WS-TX-OK                           VALUE '00'.
       01  WS-DC-STATUS                PIC X(02) VALUE '00'.
           88 WS-DC-OK                           VALUE '00'.
       77  WS-EOF-SOLICITUD            PIC X(01) VALUE 'N'.
           88 WS-FIN-SOLICITUD                   VALUE 'S'.
       01  WS-RK-STATUS                PIC X(02) VALUE '00'.
           88 WS-RK-OK                           VALUE '00'.
           88 WS-RK-NO-ENCONTRADO                VALUE '23'.
       77  WS-SW-BENEFICIARIO          PIC X(01) VALUE 'N'.
           88 WS-CON-BENEFICIARIO                VALUE 'S'.
       77  WS-SW-SOLICITUD             PIC X(01) VALUE 'S'.
           88 WS-SOLICITUD-VALIDA                VALUE 'S'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       77  WS-TOT-SOLICITUDES          PIC 9(05) COMP VALUE 0.
       77  WS-TOT-ACTIVADAS            PIC 9(05) COMP VALUE 0.
       77  WS-TOT-RECHAZADAS           PIC 9(05) COMP VALUE 0.
       01  WS-MOTIVOS-RECHAZO          PIC X(70).
       COPY DOCVAL.
       COPY CONTCHKP.
       01  WS-LINEA-REPORTE.
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WR-RESULTADO             PIC  X(09).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WR-MOTIVOS               PIC  X(70).
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           OPEN EXTEND CONTACTO-CLIENTE
           OPEN I-O    RIESGO-MAESTRO
           OPEN OUTPUT REPORTE-ALTA
           OPEN I-O    RESIDENCIA-FISCAL CONSENTIMIENTO-DATOS
           OPEN INPUT  BENEFICIARIO-FINAL
           READ SOLICITUD
              AT END MOVE 'S' TO WS-EOF-SOLICITUD
           END-READ
           PERFORM 2100-VALIDAR-DOCUMENTO
           PERFORM 2200-VALIDAR-CONTACTO
           PERFORM 2300-VALIDAR-PERFIL
           IF AL-TIPO-DOC = 'R'
              PERFORM 2400-VALIDAR-BENEFICIARIO
           END-IF
           IF WS-SOLICITUD-VALIDA
              PERFORM 3000-ACTIVAR-CUENTA
           ELSE
           .
       2300-VALIDAR-PERFIL-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA PERSONA JURIDICA DEBE TENER REGISTRADO EN BENFINAL AL     *
      * MENOS UN BENEFICIARIO FINAL VIGENTE (SIN FECHA FIN O CON FIN *
      * NO ANTERIOR A HOY).                                          *
      *--------------------------------------------------------------*
       2400-VALIDAR-BENEFICIARIO.
           MOVE 'N'         TO WS-SW-BENEFICIARIO
           MOVE '00'        TO WS-BO-STATUS
           MOVE AL-NUME-DOC TO BO-RUC-EMPRESA
           MOVE LOW-VALUES  TO BO-TIPO-DOC
           MOVE LOW-VALUES  TO BO-NUME-DOC
           START BENEFICIARIO-FINAL KEY IS NOT LESS THAN BO-CLAVE
              INVALID KEY MOVE '10' TO WS-BO-STATUS
           END-START
           IF WS-BO-OK
              READ BENEFICIARIO-FINAL NEXT RECORD
                 AT END MOVE '10' TO WS-BO-STATUS
              END-READ
           END-IF
           PERFORM 2410-REVISAR-BENEFICIARIO
              UNTIL WS-BO-FIN
                 OR BO-RUC-EMPRESA NOT = AL-NUME-DOC
                 OR WS-CON-BENEFICIARIO
           IF NOT WS-CON-BENEFICIARIO
              MOVE 'N' TO WS-SW-SOLICITUD
              PERFORM 2930-AGREGAR-MOTIVO-BENEF
           END-IF
           .
       2400-VALIDAR-BENEFICIARIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2410-REVISAR-BENEFICIARIO.
           IF BO-VIGENTE
              AND (BO-FEC-FIN = 0 OR BO-FEC-FIN NOT < WS-FECHA-SISTEMA)
              MOVE 'S' TO WS-SW-BENEFICIARIO
           ELSE
              READ BENEFICIARIO-FINAL NEXT RECORD
                 AT END MOVE '10' TO WS-BO-STATUS
              END-READ
           END-IF
           .
       2410-REVISAR-BENEFICIARIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2900-AGREGAR-MOTIVO-DOC.
           STRING WS-MOTIVOS-RECHAZO DELIMITED BY '  '
           .
       2920-AGREGAR-MOTIVO-PERFIL-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2930-AGREGAR-MOTIVO-BENEF.
           STRING WS-MOTIVOS-RECHAZO DELIMITED BY '  '
                  ' SIN BENEF. FINAL' DELIMITED BY SIZE
                  INTO WS-MOTIVOS-RECHAZO
           END-STRING
           .
       2930-AGREGAR-MOTIVO-BENEF-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-ACTIVAR-CUENTA.
           ADD 1 TO WS-TOT-ACTIVADAS
              WRITE RK-REGISTRO-RIESGO
           END-IF
           PERFORM 3500-GRABAR-RESIDENCIA
           PERFORM 3600-GRABAR-CONSENTIMIENTO
           .
       3000-ACTIVAR-CUENTA-EXIT.
           EXIT.
           .
       3500-GRABAR-RESIDENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CONSENTIMIENTO DE TRATAMIENTO DE DATOS PERSONALES: SOLO 'S'  *
      * CUENTA COMO OTORGADO; LA NUEVA APERTURA DE UNA PERSONA YA    *
      * REGISTRADA ACTUALIZA SU CONSENTIMIENTO.                      *
      *--------------------------------------------------------------*
       3600-GRABAR-CONSENTIMIENTO.
           MOVE AL-TIPO-DOC      TO DC-TIPO-DOC
           MOVE AL-NUME-DOC      TO DC-NUME-DOC
           IF AL-IND-CONSENTIMIENTO = 'S'
              MOVE 'S'           TO DC-IND-CONSENTIMIENTO
              IF AL-FEC-CONSENTIMIENTO NUMERIC
                 AND AL-FEC-CONSENTIMIENTO > 0
                 MOVE AL-FEC-CONSENTIMIENTO TO DC-FEC-CONSENTIMIENTO
              ELSE
                 MOVE WS-FECHA-SISTEMA      TO DC-FEC-CONSENTIMIENTO
              END-IF
           ELSE
              MOVE 'N'              TO DC-IND-CONSENTIMIENTO
              MOVE WS-FECHA-SISTEMA TO DC-FEC-CONSENTIMIENTO
           END-IF
           MOVE AL-CTA-VALOR     TO DC-CTA-VALOR
           MOVE 'CCLIALTA'       TO DC-ORIGEN
           MOVE WS-FECHA-SISTEMA TO DC-FEC-REGISTRO
           WRITE DC-REGISTRO-CONSENTIMIENTO
              INVALID KEY REWRITE DC-REGISTRO-CONSENTIMIENTO
           END-WRITE
           .
       3600-GRABAR-CONSENTIMIENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-REPORTAR-SOLICITUD.
           MOVE AL-NUME-DOC       TO WR-NUME-DOC
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE SOLICITUD CONTACTO-CLIENTE RIESGO-MAESTRO
                 REPORTE-ALTA RESIDENCIA-FISCAL BENEFICIARIO-FINAL
                 CONSENTIMIENTO-DATOS
           DISPLAY 'CCLIALTA - SOLICITUDES LEIDAS : '
                   WS-TOT-SOLICITUDES
           DISPLAY 'CCLIALTA - CUENTAS ACTIVADAS  : '

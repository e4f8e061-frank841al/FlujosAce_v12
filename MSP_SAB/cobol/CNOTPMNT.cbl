       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CNOTPMNT.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  12/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 12/10/2026 JQ      ALTA. MANTENIMIENTO DEL REGISTRO DE       *
      *                    PREFERENCIAS DE COMUNICACION DEL CLIENTE  *
      *                    (NOTIPREF): CANAL, IDIOMA Y EXCLUSION O   *
      *                    INCLUSION POR TIPO DE NOTIFICACION, CON   *
      *                    HISTORIA DE CONSENTIMIENTO EN NOTPHIST Y  *
      *                    BITACORA COMUN MNTJRNL.                   *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * ATENCION AL CLIENTE REGISTRA AQUI, CON LA REFERENCIA DEL     *
      * CONSENTIMIENTO DEL CLIENTE (SOLICITUD FIRMADA, GRABACION DE  *
      * LA LLAMADA O CONSTANCIA WEB), COMO QUIERE RECIBIR SUS        *
      * AVISOS:                                                      *
      *   - 'M' CANAL PREFERIDO (CORREO O SMS AL TELEFONO INDICADO,  *
      *     CON EL FORMATO DE CONTCHK) E IDIOMA (ESPANOL O INGLES);  *
      *   - 'X' EXCLUYE UN TIPO DE NOTIFICACION DEL CATALOGO NOTIARG *
      *     (OPT-OUT); LOS REGULATORIOS (ESTADO DE CUENTA,           *
      *     CONVOCATORIA A JUNTA, LLAMADO DE MARGEN) NO SE EXCLUYEN; *
      *   - 'I' LO VUELVE A INCLUIR (OPT-IN);                        *
      *   - 'C' CONSULTA LA PREFERENCIA VIGENTE.                     *
      * EL PRIMER CAMBIO CREA EL REGISTRO CON LOS VALORES POR        *
      * DEFECTO (CORREO, ESPANOL, SIN EXCLUSIONES). CADA CAMBIO      *
      * ACEPTADO DEJA LA PREFERENCIA ANTERIOR Y LA NUEVA EN LA       *
      * HISTORIA NOTPHIST, COMO PRUEBA DEL CONSENTIMIENTO, Y EN LA   *
      * BITACORA COMUN MNTJRNL. RVALUSU APLICA EL REGISTRO AL        *
      * DESPACHAR (NOTPCHK).                                         *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREFERENCIA-CLIENTE ASSIGN TO NOTIPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NP-CLAVE
               FILE STATUS IS WS-NP-STATUS.
           SELECT HISTORIA-PREFERENCIA ASSIGN TO NOTPHIST
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PREFERENCIA-CLIENTE
           RECORDING MODE IS F.
       COPY NOTIPREF.
       FD  HISTORIA-PREFERENCIA
           RECORDING MODE IS F.
       COPY NOTPHIST.
       WORKING-STORAGE SECTION.
       01  WS-NP-STATUS                PIC X(02) VALUE '00'.
           88 WS-NP-OK                           VALUE '00'.
           88 WS-NP-NO-ENCONTRADO                VALUE '23'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       77  WS-HORA-SISTEMA             PIC 9(08).
       77  WS-IDX                      PIC 9(02) COMP VALUE 0.
       77  WS-POS-EXCLUSION            PIC 9(02) COMP VALUE 0.
       01  WS-PREFERENCIA-ANTERIOR.
           05 WS-ANT-CANAL             PIC X(01).
           05 WS-ANT-TELEFONO-SMS      PIC X(20).
           05 WS-ANT-IDIOMA            PIC X(02).
           05 WS-ANT-EXCLUSIONES       PIC X(30).
       01  WS-PREFERENCIA-NUEVA.
           05 WS-NUE-CANAL             PIC X(01).
           05 WS-NUE-TELEFONO-SMS      PIC X(20).
           05 WS-NUE-IDIOMA            PIC X(02).
           05 WS-NUE-EXCLUSIONES       PIC X(30).
       01  WS-REGISTRO-ANTERIOR        PIC X(200).
       COPY AUTCHKP.
       COPY CONTCHKP.
       COPY MNTJRNWP.
       COPY NOTIARG.
       LINKAGE SECTION.
       COPY NOTPMNTP.
       PROCEDURE DIVISION USING NPM-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           IF NPM-COD-RETORNO = '00'
              EVALUATE TRUE
                 WHEN NPM-FN-MODIFICAR
                    PERFORM 2000-MODIFICAR-PREFERENCIA
                       THRU 2000-MODIFICAR-PREFERENCIA-EXIT
                 WHEN NPM-FN-EXCLUIR
                    OR NPM-FN-INCLUIR
                    PERFORM 3000-CAMBIAR-SUSCRIPCION
                       THRU 3000-CAMBIAR-SUSCRIPCION-EXIT
                 WHEN NPM-FN-CONSULTA
                    PERFORM 5000-CONSULTAR-PREFERENCIA
                 WHEN OTHER
                    MOVE '08'     TO NPM-COD-RETORNO
                    MOVE 'NPM001' TO NPM-COD-ERROR-DEV
              END-EVALUATE
           END-IF
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE '00'   TO NPM-COD-RETORNO
           MOVE SPACES TO NPM-COD-ERROR-DEV
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE NPM-USUARIO   TO AUT-USUARIO
           MOVE 'CNOTPMNT'    TO AUT-TRANSACCION
           MOVE 0             TO AUT-MTO-OPERACION
           MOVE NPM-CANAL     TO AUT-CANAL
           CALL 'AUTCHK' USING AUT-PARAMETROS
           IF NOT AUT-AUTORIZADO
              MOVE '26'     TO NPM-COD-RETORNO
              MOVE 'AUT001' TO NPM-COD-ERROR-DEV
              GO TO 1000-INICIALIZAR-EXIT
           END-IF
           IF NPM-NUME-DOC = SPACES
              MOVE '08'     TO NPM-COD-RETORNO
              MOVE 'NPM002' TO NPM-COD-ERROR-DEV
              GO TO 1000-INICIALIZAR-EXIT
           END-IF
           IF NOT NPM-FN-CONSULTA
              AND NPM-REF-CONSENTIMIENTO = SPACES
              MOVE '08'     TO NPM-COD-RETORNO
              MOVE 'NPM007' TO NPM-COD-ERROR-DEV
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL CAMPO EN BLANCO CONSERVA EL VALOR VIGENTE. EL CANAL SMS   *
      * EXIGE UN TELEFONO CON FORMATO VALIDO.                        *
      *--------------------------------------------------------------*
       2000-MODIFICAR-PREFERENCIA.
           IF (NPM-CANAL-PREFERIDO NOT = SPACE
               AND NPM-CANAL-PREFERIDO NOT = 'E'
               AND NPM-CANAL-PREFERIDO NOT = 'S')
              OR (NPM-IDIOMA NOT = SPACES
               AND NPM-IDIOMA NOT = 'ES'
               AND NPM-IDIOMA NOT = 'EN')
              MOVE '08'     TO NPM-COD-RETORNO
              MOVE 'NPM003' TO NPM-COD-ERROR-DEV
              GO TO 2000-MODIFICAR-PREFERENCIA-EXIT
           END-IF
           OPEN I-O PREFERENCIA-CLIENTE
           PERFORM 2100-LEER-PREFERENCIA
           IF NPM-CANAL-PREFERIDO NOT = SPACE
              MOVE NPM-CANAL-PREFERIDO TO NP-CANAL
           END-IF
           IF NPM-TELEFONO-SMS NOT = SPACES
              MOVE NPM-TELEFONO-SMS    TO NP-TELEFONO-SMS
           END-IF
           IF NPM-IDIOMA NOT = SPACES
              MOVE NPM-IDIOMA          TO NP-IDIOMA
           END-IF
           IF NP-CANAL-SMS
              MOVE SPACES          TO CTC-EMAIL
              MOVE NP-TELEFONO-SMS TO CTC-TELEFONO
              CALL 'CONTCHK' USING CTC-PARAMETROS
              IF NP-TELEFONO-SMS = SPACES
                 OR CTC-TEL-NO-VALIDO
                 MOVE '08'     TO NPM-COD-RETORNO
                 MOVE 'NPM004' TO NPM-COD-ERROR-DEV
                 CLOSE PREFERENCIA-CLIENTE
                 GO TO 2000-MODIFICAR-PREFERENCIA-EXIT
              END-IF
           END-IF
           PERFORM 2200-GRABAR-PREFERENCIA
              THRU 2200-GRABAR-PREFERENCIA-EXIT
           CLOSE PREFERENCIA-CLIENTE
           .
       2000-MODIFICAR-PREFERENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL CLIENTE SIN REGISTRO PARTE DE LOS VALORES POR DEFECTO.    *
      *--------------------------------------------------------------*
       2100-LEER-PREFERENCIA.
           MOVE '00'         TO WS-NP-STATUS
           MOVE NPM-TIPO-DOC TO NP-TIPO-DOC
           MOVE NPM-NUME-DOC TO NP-NUME-DOC
           READ PREFERENCIA-CLIENTE
              INVALID KEY MOVE '23' TO WS-NP-STATUS
           END-READ
           IF WS-NP-NO-ENCONTRADO
              MOVE SPACES       TO WS-REGISTRO-ANTERIOR
              MOVE NPM-TIPO-DOC TO NP-TIPO-DOC
              MOVE NPM-NUME-DOC TO NP-NUME-DOC
              MOVE 'E'          TO NP-CANAL
              MOVE SPACES       TO NP-TELEFONO-SMS
              MOVE 'ES'         TO NP-IDIOMA
              MOVE 0            TO NP-NRO-EXCLUSIONES
              MOVE SPACES       TO NP-EXCLUSIONES
              MOVE 0            TO NP-FEC-CONSENTIMIENTO
              MOVE SPACES       TO NP-REF-CONSENTIMIENTO
              MOVE SPACES       TO NP-USU-ULT-CAMBIO
              MOVE 0            TO NP-FEC-ULT-CAMBIO
           ELSE
              MOVE NP-REGISTRO-PREFERENCIA TO WS-REGISTRO-ANTERIOR
           END-IF
           MOVE NP-CANAL           TO WS-ANT-CANAL
           MOVE NP-TELEFONO-SMS    TO WS-ANT-TELEFONO-SMS
           MOVE NP-IDIOMA          TO WS-ANT-IDIOMA
           MOVE NP-EXCLUSIONES     TO WS-ANT-EXCLUSIONES
           .
       2100-LEER-PREFERENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2200-GRABAR-PREFERENCIA.
           MOVE NP-CANAL           TO WS-NUE-CANAL
           MOVE NP-TELEFONO-SMS    TO WS-NUE-TELEFONO-SMS
           MOVE NP-IDIOMA          TO WS-NUE-IDIOMA
           MOVE NP-EXCLUSIONES     TO WS-NUE-EXCLUSIONES
           IF WS-PREFERENCIA-NUEVA = WS-PREFERENCIA-ANTERIOR
              AND WS-NP-OK
              MOVE '08'     TO NPM-COD-RETORNO
              MOVE 'NPM008' TO NPM-COD-ERROR-DEV
              GO TO 2200-GRABAR-PREFERENCIA-EXIT
           END-IF
           MOVE WS-FECHA-SISTEMA       TO NP-FEC-CONSENTIMIENTO
           MOVE NPM-REF-CONSENTIMIENTO TO NP-REF-CONSENTIMIENTO
           MOVE NPM-USUARIO            TO NP-USU-ULT-CAMBIO
           MOVE WS-FECHA-SISTEMA       TO NP-FEC-ULT-CAMBIO
           IF WS-NP-OK
              REWRITE NP-REGISTRO-PREFERENCIA
           ELSE
              WRITE NP-REGISTRO-PREFERENCIA
           END-IF
           MOVE NP-NRO-EXCLUSIONES TO NPM-NRO-EXCLUSIONES
           MOVE NP-EXCLUSIONES     TO NPM-EXCLUSIONES
           PERFORM 2300-GRABAR-HISTORIA
           PERFORM 2400-GRABAR-BITACORA
           .
       2200-GRABAR-PREFERENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2300-GRABAR-HISTORIA.
           MOVE WS-FECHA-SISTEMA        TO NPH-FECHA
           MOVE WS-HORA-SISTEMA         TO NPH-HORA
           MOVE NPM-TIPO-DOC            TO NPH-TIPO-DOC
           MOVE NPM-NUME-DOC            TO NPH-NUME-DOC
           MOVE NPM-FUNCION             TO NPH-FUNCION
           MOVE NPM-TIPO-NOTIF          TO NPH-TIPO-NOTIF
           MOVE NPM-REF-CONSENTIMIENTO  TO NPH-REF-CONSENTIMIENTO
           MOVE NPM-USUARIO             TO NPH-USUARIO
           MOVE NPM-CANAL               TO NPH-CANAL
           MOVE NPM-TERMINAL            TO NPH-TERMINAL
           MOVE WS-PREFERENCIA-ANTERIOR TO NPH-PREFERENCIA-ANTERIOR
           MOVE WS-PREFERENCIA-NUEVA    TO NPH-PREFERENCIA-NUEVA
           OPEN EXTEND HISTORIA-PREFERENCIA
           WRITE NPH-REGISTRO-CAMBIO
           CLOSE HISTORIA-PREFERENCIA
           .
       2300-GRABAR-HISTORIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2400-GRABAR-BITACORA.
           MOVE 'NOTIPREF'              TO MJW-MAESTRO
           MOVE 'CNOTPMNT'              TO MJW-PROGRAMA
           MOVE NPM-FUNCION             TO MJW-FUNCION
           MOVE NPM-USUARIO             TO MJW-USUARIO
           MOVE NPM-TERMINAL            TO MJW-TERMINAL
           MOVE NP-CLAVE                TO MJW-CLAVE
           MOVE WS-REGISTRO-ANTERIOR    TO MJW-IMAGEN-ANTERIOR
           MOVE NP-REGISTRO-PREFERENCIA TO MJW-IMAGEN-NUEVA
           CALL 'MNTJRNW' USING MJW-PARAMETROS
           .
       2400-GRABAR-BITACORA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * SOLO SE EXCLUYEN LOS TIPOS DEL CATALOGO DIRIGIDOS AL CLIENTE *
      * QUE NO SON REGULATORIOS. INCLUIR UN TIPO NO EXCLUIDO, O      *
      * EXCLUIR UNO YA EXCLUIDO, NO ES UN CAMBIO.                    *
      *--------------------------------------------------------------*
       3000-CAMBIAR-SUSCRIPCION.
           MOVE NPM-TIPO-NOTIF TO NA-TIPO-NOTIF
           IF NOT NA-TIPO-CLIENTE
              MOVE '08'     TO NPM-COD-RETORNO
              MOVE 'NPM005' TO NPM-COD-ERROR-DEV
              GO TO 3000-CAMBIAR-SUSCRIPCION-EXIT
           END-IF
           IF NPM-FN-EXCLUIR
              AND NA-TIPO-REGULATORIO
              MOVE '20'     TO NPM-COD-RETORNO
              MOVE 'NPM006' TO NPM-COD-ERROR-DEV
              GO TO 3000-CAMBIAR-SUSCRIPCION-EXIT
           END-IF
           OPEN I-O PREFERENCIA-CLIENTE
           PERFORM 2100-LEER-PREFERENCIA
           MOVE 0 TO WS-POS-EXCLUSION
           PERFORM 3100-UBICAR-EXCLUSION
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > NP-NRO-EXCLUSIONES
                 OR WS-POS-EXCLUSION > 0
           IF NPM-FN-EXCLUIR
              AND WS-POS-EXCLUSION = 0
              ADD 1 TO NP-NRO-EXCLUSIONES
              MOVE NPM-TIPO-NOTIF
                TO NP-TIPO-EXCLUIDO(NP-NRO-EXCLUSIONES)
           END-IF
           IF NPM-FN-INCLUIR
              AND WS-POS-EXCLUSION > 0
              PERFORM 3200-CORRER-EXCLUSION
                 VARYING WS-IDX FROM WS-POS-EXCLUSION BY 1
                 UNTIL WS-IDX NOT < NP-NRO-EXCLUSIONES
              MOVE SPACES TO NP-TIPO-EXCLUIDO(NP-NRO-EXCLUSIONES)
              SUBTRACT 1 FROM NP-NRO-EXCLUSIONES
           END-IF
           PERFORM 2200-GRABAR-PREFERENCIA
              THRU 2200-GRABAR-PREFERENCIA-EXIT
           CLOSE PREFERENCIA-CLIENTE
           .
       3000-CAMBIAR-SUSCRIPCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-UBICAR-EXCLUSION.
           IF NP-TIPO-EXCLUIDO(WS-IDX) = NPM-TIPO-NOTIF
              MOVE WS-IDX TO WS-POS-EXCLUSION
           END-IF
           .
       3100-UBICAR-EXCLUSION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3200-CORRER-EXCLUSION.
           MOVE NP-TIPO-EXCLUIDO(WS-IDX + 1)
             TO NP-TIPO-EXCLUIDO(WS-IDX)
           .
       3200-CORRER-EXCLUSION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5000-CONSULTAR-PREFERENCIA.
           OPEN INPUT PREFERENCIA-CLIENTE
           MOVE NPM-TIPO-DOC TO NP-TIPO-DOC
           MOVE NPM-NUME-DOC TO NP-NUME-DOC
           READ PREFERENCIA-CLIENTE
              INVALID KEY MOVE '23' TO WS-NP-STATUS
           END-READ
           IF WS-NP-NO-ENCONTRADO
              MOVE '23'     TO NPM-COD-RETORNO
              MOVE 'NPM009' TO NPM-COD-ERROR-DEV
              MOVE 'E'      TO NPM-CANAL-PREFERIDO
              MOVE SPACES   TO NPM-TELEFONO-SMS
              MOVE 'ES'     TO NPM-IDIOMA
              MOVE 0        TO NPM-NRO-EXCLUSIONES
              MOVE SPACES   TO NPM-EXCLUSIONES
           ELSE
              MOVE NP-CANAL              TO NPM-CANAL-PREFERIDO
              MOVE NP-TELEFONO-SMS       TO NPM-TELEFONO-SMS
              MOVE NP-IDIOMA             TO NPM-IDIOMA
              MOVE NP-NRO-EXCLUSIONES    TO NPM-NRO-EXCLUSIONES
              MOVE NP-EXCLUSIONES        TO NPM-EXCLUSIONES
              MOVE NP-REF-CONSENTIMIENTO TO NPM-REF-CONSENTIMIENTO
           END-IF
           CLOSE PREFERENCIA-CLIENTE
           .
       5000-CONSULTAR-PREFERENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

      * 09/08/2026 JQ      ALTA. DESPACHO GENERICO DE NOTIFICACIONES  *
      *                    A PARTIR DEL REGISTRO ESTANDAR AST (E500), *
      *                    CON TRAZA EN NOTILOG.                      *
      * 12/10/2026 JQ      CON EL DOCUMENTO DEL CLIENTE Y EL TIPO DE *
      *                    NOTIFICACION EN E500-ARG-BUSQUEDA         *
      *                    (NOTIARG) APLICA SUS PREFERENCIAS DE      *
      *                    NOTIPREF (NOTPCHK): EXCLUSION DEL TIPO    *
      *                    SALVO REGULATORIOS (RETORNO '04'), CANAL  *
      *                    SMS E IDIOMA EN LA TRAZA.                 *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RECIBE EL REGISTRO ESTANDAR DE ENTRADA AST (E500), USADO POR *
      * PANTALLA) Y EL DESTINO (CORREO O TELEFONO) EN E500-CODIGO1.  *
      * VALIDA EL CANAL Y EL DESTINO, DEJA CONSTANCIA DEL DESPACHO EN*
      * NOTILOG Y DEVUELVE EL RESULTADO EN S500.                     *
      * CUANDO EL LLAMADOR DEJA EN E500-ARG-BUSQUEDA EL DOCUMENTO    *
      * DEL CLIENTE Y EL TIPO DE NOTIFICACION (NOTIARG) SE APLICAN   *
      * ANTES SUS PREFERENCIAS (NOTPCHK SOBRE NOTIPREF):             *
      *   - EL TIPO QUE EL CLIENTE EXCLUYO NO SE DESPACHA: RETORNO   *
      *     '04' NOSUSC Y TRAZA CON '04'. LOS TIPOS REGULATORIOS     *
      *     (ESTADO DE CUENTA, JUNTA, LLAMADO DE MARGEN) SE          *
      *     DESPACHAN SIEMPRE;                                       *
      *   - EL AVISO POR CORREO DEL CLIENTE QUE PREFIERE SMS VA AL   *
      *     TELEFONO REGISTRADO (S500-CANAL-DESPACHADO DEVUELVE EL   *
      *     CANAL EFECTIVO), SALVO EL QUE ADJUNTA UN DOCUMENTO       *
      *     (ESTADO DE CUENTA), QUE SIGUE POR CORREO;                *
      *   - EL IDIOMA PREFERIDO QUEDA EN LA TRAZA PARA LA PLANTILLA. *
      * SIN ARGUMENTO (AVISOS INTERNOS) SE DESPACHA LO SOLICITADO.   *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       WORKING-STORAGE SECTION.
       01  WS-CANAL-VALIDO             PIC X(01) VALUE 'N'.
           88 WS-ES-CANAL-VALIDO                 VALUE 'S'.
       01  WS-SW-SUPRIMIDA             PIC X(01) VALUE 'N'.
           88 WS-NOTIF-SUPRIMIDA                 VALUE 'S'.
       01  WS-COD-TRAZA                PIC X(02) VALUE '00'.
       01  WS-FECHA-SISTEMA            PIC 9(08).
       01  WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
           05 WS-FEC-ANIO-E            PIC 9(04).
           05 WS-HOR-MM                PIC 9(02).
           05 FILLER                   PIC X(01) VALUE ':'.
           05 WS-HOR-SS                PIC 9(02).
       COPY NOTIARG.
       COPY NOTPCHKP.
       LINKAGE SECTION.
       COPY Copy_of_VLMC500E.
       COPY VLMC500S.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           IF NA-NUME-DOC NOT = SPACES
              AND NA-TIPO-NOTIF NOT = SPACES
              PERFORM 1500-APLICAR-PREFERENCIA
           END-IF
           IF WS-NOTIF-SUPRIMIDA
              MOVE '04' TO WS-COD-TRAZA
              PERFORM 3000-GRABAR-TRAZA
              MOVE '04' TO S500-COD-RETORNO
              MOVE 'NOSUSC' TO S500-COD-ERROR-DEV
              MOVE SPACE TO S500-CANAL-DESPACHADO
              GOBACK
           END-IF
           PERFORM 2000-VALIDAR-CANAL
           IF WS-ES-CANAL-VALIDO
              PERFORM 3000-GRABAR-TRAZA
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE SPACES TO S500-COD-RETORNO S500-COD-ERROR-DEV
           MOVE 'N'    TO WS-SW-SUPRIMIDA
           MOVE '00'   TO WS-COD-TRAZA
           MOVE E500-ARG-BUSQUEDA TO NA-ARGUMENTO-PREFERENCIA
           MOVE SPACES TO NPC-IDIOMA
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-FEC-ANIO-E TO WS-FEC-ANIO
           MOVE WS-FEC-MES-E  TO WS-FEC-MES
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1500-APLICAR-PREFERENCIA.
           MOVE NA-TIPO-DOC   TO NPC-TIPO-DOC
           MOVE NA-NUME-DOC   TO NPC-NUME-DOC
           MOVE NA-TIPO-NOTIF TO NPC-TIPO-NOTIF
           CALL 'NOTPCHK' USING NPC-PARAMETROS
           IF NPC-NO-SUSCRITO
              AND NOT NA-TIPO-REGULATORIO
              MOVE 'S' TO WS-SW-SUPRIMIDA
           END-IF
           IF NPC-CANAL-SMS
              AND NPC-TELEFONO-SMS NOT = SPACES
              AND E500-INDICADOR1 = 'E'
              AND NOT NA-TIPO-DOCUMENTO
              MOVE 'S'              TO E500-INDICADOR1
              MOVE NPC-TELEFONO-SMS TO E500-CODIGO1
           END-IF
           .
       1500-APLICAR-PREFERENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-VALIDAR-CANAL.
           MOVE E500-INDICADOR1 TO S500-CANAL-DESPACHADO
           MOVE 'N' TO WS-CANAL-VALIDO
           IF E500-CODIGO1 NOT = SPACES
              AND (E500-INDICADOR1 = 'E' OR 'S' OR 'P')
           MOVE E500-ASUNTO1    TO NL-ASUNTO
           MOVE WS-FECHA-FORMATEADA TO NL-FECHA
           MOVE WS-HORA-FORMATEADA  TO NL-HORA
           MOVE WS-COD-TRAZA    TO NL-COD-RETORNO
           MOVE NA-TIPO-NOTIF   TO NL-TIPO-NOTIF
           MOVE NA-TIPO-DOC     TO NL-TIPO-DOC
           MOVE NA-NUME-DOC     TO NL-NUME-DOC
           MOVE NPC-IDIOMA      TO NL-IDIOMA
           OPEN EXTEND TRAZA-NOTIFICACION
           WRITE NL-REGISTRO-NOTIFICACION
           CLOSE TRAZA-NOTIFICACION

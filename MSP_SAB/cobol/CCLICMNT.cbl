       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCLICMNT.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  21/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 21/09/2026 JQ      ALTA. MANTENIMIENTO DE DATOS DE CONTACTO  *
      *                    DEL CLIENTE (CLICONT) CON HISTORIA        *
      *                    FECHADA, AVISO AL CONTACTO ANTERIOR Y     *
      *                    PERIODO DE ENFRIAMIENTO DE RETIROS.       *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      * 12/10/2026 JQ      ALTA. EL CLIENTE CON UNA CUENTA DORMIDA   *
      *                    (GUARDA DORMCHK SOBRE LA CUENTA INFORMADA *
      *                    Y LAS DEMAS DEL DOCUMENTO EN EODCLI) NO   *
      *                    MODIFICA SU CONTACTO, RECHAZO CCM007.     *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LOCALIZA AL CLIENTE EN CLICONT POR TIPO Y NUMERO DE          *
      * DOCUMENTO (RECORRIDO SECUENCIAL, EL EXTRACTO NO TIENE CLAVE) *
      * Y REESCRIBE LA DIRECCION, TELEFONOS Y CORREO INFORMADOS; EL  *
      * CORREO Y TELEFONO NUEVOS PASAN LAS MISMAS REGLAS DE FORMATO  *
      * QUE EN LA APERTURA (CONTCHK). POR CADA CAMBIO ACEPTADO:      *
      *   - AVISA POR RVALUSU AL CORREO Y AL TELEFONO ANTERIORES,    *
      *     NO A LOS NUEVOS: EL CAMBIO DE CORREO SEGUIDO DE UN       *
      *     RETIRO EL MISMO DIA ES EL PATRON DE TOMA DE CUENTA;      *
      *   - DEJA LA LINEA DE HISTORIA EN CLICHIST Y EL CAMBIO EN LA  *
      *     BITACORA COMUN MNTJRNL;                                  *
      *   - REGISTRA LA FECHA DEL CAMBIO EN CONTCAMB PARA LA CUENTA  *
      *     INFORMADA Y PARA LAS DEMAS CUENTAS DEL CLIENTE EN EL     *
      *     EXTRACTO EODCLI; CSOLEFE RETIENE LOS RETIROS DE ESAS     *
      *     CUENTAS DURANTE EL PERIODO DE ENFRIAMIENTO.              *
      * EL CORREO ANTERIOR DE MAS DE 35 CARACTERES NO SE TRUNCA      *
      * (MISMO CRITERIO QUE CEJECNOT): EL AVISO SE DA POR SMS Y LA   *
      * HISTORIA LO DEJA SENALADO.                                   *
      * EL CLIENTE CON ALGUNA CUENTA DORMIDA (DORMCHK) NO MODIFICA   *
      * SU CONTACTO (CCM007) HASTA QUE CDORMMNT LA REACTIVE.         *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACTO-CLIENTE ASSIGN TO CLICONT
               ORGANIZATION IS SEQUENTIAL.
           SELECT HISTORIA-CONTACTO ASSIGN TO CLICHIST
               ORGANIZATION IS SEQUENTIAL.
           SELECT CAMBIO-CONTACTO ASSIGN TO CONTCAMB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CQ-CTA-VALOR
               FILE STATUS IS WS-CQ-STATUS.
           SELECT CLIENTE-EXT ASSIGN TO EODCLI
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTACTO-CLIENTE
           RECORDING MODE IS F.
       COPY CLICONT.
       FD  HISTORIA-CONTACTO
           RECORDING MODE IS F.
       COPY CLICHIST.
       FD  CAMBIO-CONTACTO
           RECORDING MODE IS F.
       COPY CONTCAMB.
       FD  CLIENTE-EXT
           RECORDING MODE IS F.
       COPY EODCLI.
       WORKING-STORAGE SECTION.
       COPY AUTCHKP.
       COPY CONTCHKP.
       COPY DORMCHKP.
       COPY MNTJRNWP.
       COPY Copy_of_VLMC500E.
       COPY VLMC500S.
       01  WS-CQ-STATUS                PIC X(02) VALUE '00'.
           88 WS-CQ-OK                           VALUE '00'.
           88 WS-CQ-NO-ENCONTRADO                VALUE '23'.
       77  WS-EOF-CONTACTO             PIC X(01) VALUE 'N'.
           88 WS-FIN-CONTACTO                    VALUE 'S'.
       77  WS-EOF-CLIENTE              PIC X(01) VALUE 'N'.
           88 WS-FIN-CLIENTE                     VALUE 'S'.
       77  WS-SW-CLIENTE               PIC X(01) VALUE 'N'.
           88 WS-CLIENTE-UBICADO                 VALUE 'S'.
       77  WS-SW-DORMIDA               PIC X(01) VALUE 'N'.
           88 WS-CLIENTE-DORMIDO                 VALUE 'S'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       77  WS-HORA-SISTEMA             PIC 9(08).
       77  WS-IND-AVISO-EMAIL          PIC X(01) VALUE 'N'.
       77  WS-IND-AVISO-SMS            PIC X(01) VALUE 'N'.
       77  WS-CTA-CAMBIO               PIC X(20).
       01  WS-CONTACTO-ANTERIOR.
           05 WS-ANT-DIRECCION         PIC X(80).
           05 WS-ANT-TELEFONOS1        PIC X(20).
           05 WS-ANT-TELEFONOS2        PIC X(20).
           05 WS-ANT-EMAIL             PIC X(80).
       01  WS-CONTACTO-NUEVO.
           05 WS-NUE-DIRECCION         PIC X(80).
           05 WS-NUE-TELEFONOS1        PIC X(20).
           05 WS-NUE-TELEFONOS2        PIC X(20).
           05 WS-NUE-EMAIL             PIC X(80).
       LINKAGE SECTION.
       COPY CLICMNTP.
       PROCEDURE DIVISION USING CCM-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           IF CCM-COD-RETORNO = '00'
              EVALUATE TRUE
                 WHEN CCM-ES-MODIFICACION
                    PERFORM 2000-MODIFICAR-CONTACTO
                       THRU 2000-MODIFICAR-CONTACTO-EXIT
                 WHEN CCM-ES-CONSULTA
                    PERFORM 5000-CONSULTAR-CONTACTO
                 WHEN OTHER
                    MOVE '08'     TO CCM-COD-RETORNO
                    MOVE 'CCM001' TO CCM-COD-ERROR-DEV
              END-EVALUATE
           END-IF
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE '00'   TO CCM-COD-RETORNO
           MOVE SPACES TO CCM-COD-ERROR-DEV
           MOVE 'N'    TO CCM-IND-AVISO
           MOVE 'N'    TO WS-SW-CLIENTE
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE CCM-USUARIO   TO AUT-USUARIO
           MOVE 'CCLICMNT'    TO AUT-TRANSACCION
           MOVE 0             TO AUT-MTO-OPERACION
           MOVE CCM-CANAL     TO AUT-CANAL
           CALL 'AUTCHK' USING AUT-PARAMETROS
           IF NOT AUT-AUTORIZADO
              MOVE '26'     TO CCM-COD-RETORNO
              MOVE 'AUT001' TO CCM-COD-ERROR-DEV
              GO TO 1000-INICIALIZAR-EXIT
           END-IF
           IF CCM-NUME-DOC = SPACES
              MOVE '08'     TO CCM-COD-RETORNO
              MOVE 'CCM002' TO CCM-COD-ERROR-DEV
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-MODIFICAR-CONTACTO.
           IF CCM-DIRECCION = SPACES
              AND CCM-TELEFONOS1 = SPACES
              AND CCM-TELEFONOS2 = SPACES
              AND CCM-EMAIL = SPACES
              MOVE '08'     TO CCM-COD-RETORNO
              MOVE 'CCM003' TO CCM-COD-ERROR-DEV
              GO TO 2000-MODIFICAR-CONTACTO-EXIT
           END-IF
           PERFORM 2050-VALIDAR-INACTIVIDAD
           IF WS-CLIENTE-DORMIDO
              MOVE '20'     TO CCM-COD-RETORNO
              MOVE 'CCM007' TO CCM-COD-ERROR-DEV
              GO TO 2000-MODIFICAR-CONTACTO-EXIT
           END-IF
           OPEN I-O CONTACTO-CLIENTE
           PERFORM 2100-UBICAR-CLIENTE
           IF NOT WS-CLIENTE-UBICADO
              MOVE '12'     TO CCM-COD-RETORNO
              MOVE 'CCM004' TO CCM-COD-ERROR-DEV
              CLOSE CONTACTO-CLIENTE
              GO TO 2000-MODIFICAR-CONTACTO-EXIT
           END-IF
           PERFORM 2200-ARMAR-CONTACTO-NUEVO
              THRU 2200-ARMAR-CONTACTO-NUEVO-EXIT
           IF CCM-COD-RETORNO NOT = '00'
              CLOSE CONTACTO-CLIENTE
              GO TO 2000-MODIFICAR-CONTACTO-EXIT
           END-IF
           MOVE WS-NUE-DIRECCION  TO CC-DIRECCION
           MOVE WS-NUE-TELEFONOS1 TO CC-TELEFONOS1
           MOVE WS-NUE-TELEFONOS2 TO CC-TELEFONOS2
           MOVE WS-NUE-EMAIL      TO CC-EMAIL
           REWRITE CC-REGISTRO-CLIENTE
           CLOSE CONTACTO-CLIENTE
           PERFORM 2300-AVISAR-CONTACTO-ANTERIOR
           PERFORM 2400-GRABAR-HISTORIA
           PERFORM 2500-GRABAR-BITACORA
           PERFORM 2600-ABRIR-ENFRIAMIENTO
           .
       2000-MODIFICAR-CONTACTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CON UNA CUENTA DORMIDA (CTADORM) EL CLIENTE NO CAMBIA SU     *
      * CONTACTO: LA CUENTA INFORMADA Y LAS DEMAS DEL MISMO          *
      * DOCUMENTO EN EODCLI PASAN POR DORMCHK. LA REACTIVACION EN    *
      * CDORMMNT REVERIFICA PRIMERO LA IDENTIDAD.                    *
      *--------------------------------------------------------------*
       2050-VALIDAR-INACTIVIDAD.
           MOVE 'N' TO WS-SW-DORMIDA
           IF CCM-CTA-VALOR NOT = SPACES
              MOVE CCM-CTA-VALOR TO DMC-CTA-VALOR
              CALL 'DORMCHK' USING DMC-PARAMETROS
              IF DMC-CUENTA-DORMIDA
                 MOVE 'S' TO WS-SW-DORMIDA
              END-IF
           END-IF
           MOVE 'N' TO WS-EOF-CLIENTE
           OPEN INPUT CLIENTE-EXT
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           PERFORM 2060-REVISAR-INACTIVIDAD
              UNTIL WS-FIN-CLIENTE OR WS-CLIENTE-DORMIDO
           CLOSE CLIENTE-EXT
           .
       2050-VALIDAR-INACTIVIDAD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2060-REVISAR-INACTIVIDAD.
           IF EC-TIPO-DOC = CCM-TIPO-DOC
              AND EC-NUME-DOC = CCM-NUME-DOC
              AND EC-CTAVALOR NOT = CCM-CTA-VALOR
              MOVE EC-CTAVALOR TO DMC-CTA-VALOR
              CALL 'DORMCHK' USING DMC-PARAMETROS
              IF DMC-CUENTA-DORMIDA
                 MOVE 'S' TO WS-SW-DORMIDA
              END-IF
           END-IF
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           .
       2060-REVISAR-INACTIVIDAD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-UBICAR-CLIENTE.
           MOVE 'N' TO WS-EOF-CONTACTO
           READ CONTACTO-CLIENTE
              AT END MOVE 'S' TO WS-EOF-CONTACTO
           END-READ
           PERFORM 2110-COMPARAR-CLIENTE
              UNTIL WS-FIN-CONTACTO OR WS-CLIENTE-UBICADO
           .
       2100-UBICAR-CLIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2110-COMPARAR-CLIENTE.
           IF CC-TIPO-DOC = CCM-TIPO-DOC
              AND CC-NUME-DOC = CCM-NUME-DOC
              MOVE 'S' TO WS-SW-CLIENTE
           ELSE
              READ CONTACTO-CLIENTE
                 AT END MOVE 'S' TO WS-EOF-CONTACTO
              END-READ
           END-IF
           .
       2110-COMPARAR-CLIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL CAMPO EN BLANCO CONSERVA EL VALOR VIGENTE. EL CORREO Y EL *
      * TELEFONO PRINCIPAL RESULTANTES DEBEN TENER FORMATO VALIDO.   *
      *--------------------------------------------------------------*
       2200-ARMAR-CONTACTO-NUEVO.
           MOVE CC-DIRECCION      TO WS-ANT-DIRECCION
           MOVE CC-TELEFONOS1     TO WS-ANT-TELEFONOS1
           MOVE CC-TELEFONOS2     TO WS-ANT-TELEFONOS2
           MOVE CC-EMAIL          TO WS-ANT-EMAIL
           MOVE WS-CONTACTO-ANTERIOR TO WS-CONTACTO-NUEVO
           IF CCM-DIRECCION NOT = SPACES
              MOVE CCM-DIRECCION  TO WS-NUE-DIRECCION
           END-IF
           IF CCM-TELEFONOS1 NOT = SPACES
              MOVE CCM-TELEFONOS1 TO WS-NUE-TELEFONOS1
           END-IF
           IF CCM-TELEFONOS2 NOT = SPACES
              MOVE CCM-TELEFONOS2 TO WS-NUE-TELEFONOS2
           END-IF
           IF CCM-EMAIL NOT = SPACES
              MOVE CCM-EMAIL      TO WS-NUE-EMAIL
           END-IF
           IF WS-CONTACTO-NUEVO = WS-CONTACTO-ANTERIOR
              MOVE '08'     TO CCM-COD-RETORNO
              MOVE 'CCM005' TO CCM-COD-ERROR-DEV
              GO TO 2200-ARMAR-CONTACTO-NUEVO-EXIT
           END-IF
           MOVE WS-NUE-EMAIL      TO CTC-EMAIL
           MOVE WS-NUE-TELEFONOS1 TO CTC-TELEFONO
           CALL 'CONTCHK' USING CTC-PARAMETROS
           IF CTC-EMAIL-NO-VALIDO OR CTC-TEL-NO-VALIDO
              MOVE '08'     TO CCM-COD-RETORNO
              MOVE 'CCM006' TO CCM-COD-ERROR-DEV
           END-IF
           .
       2200-ARMAR-CONTACTO-NUEVO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2300-AVISAR-CONTACTO-ANTERIOR.
           MOVE 'N' TO WS-IND-AVISO-EMAIL
           MOVE 'N' TO WS-IND-AVISO-SMS
           IF WS-ANT-EMAIL NOT = SPACES
              AND WS-ANT-EMAIL(36:45) = SPACES
              PERFORM 2310-ARMAR-AVISO
              MOVE 'E'                TO E500-INDICADOR1
              MOVE WS-ANT-EMAIL(1:35) TO E500-CODIGO1
              CALL 'RVALUSU' USING E500-VLMC500E S500-VLMC500S
              IF S500-COD-RETORNO = '00'
                 MOVE 'S' TO WS-IND-AVISO-EMAIL
              END-IF
           END-IF
           IF WS-ANT-TELEFONOS1 NOT = SPACES
              PERFORM 2310-ARMAR-AVISO
              MOVE 'S'                TO E500-INDICADOR1
              MOVE WS-ANT-TELEFONOS1  TO E500-CODIGO1
              CALL 'RVALUSU' USING E500-VLMC500E S500-VLMC500S
              IF S500-COD-RETORNO = '00'
                 MOVE 'S' TO WS-IND-AVISO-SMS
              END-IF
           END-IF
           IF WS-IND-AVISO-EMAIL = 'S' OR WS-IND-AVISO-SMS = 'S'
              MOVE 'S' TO CCM-IND-AVISO
           END-IF
           .
       2300-AVISAR-CONTACTO-ANTERIOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2310-ARMAR-AVISO.
           MOVE SPACES TO E500-VLMC500E
           MOVE 'CAMBIO DE DATOS DE CONTACTO' TO E500-ASUNTO1
           MOVE 'SE MODIFICARON SUS DATOS DE CONTACTO. SI NO RECONOCE'
             TO E500-DESCRIPCION1
           MOVE 'EL CAMBIO COMUNIQUESE DE INMEDIATO CON LA SAB.'
             TO E500-DESCRIPCION2
           MOVE WS-FECHA-SISTEMA TO E500-FECHA1
           MOVE 0 TO E500-IMPORTE1 E500-IMPORTE2
           MOVE 0 TO E500-IMPORTE3 E500-IMPORTE4
           MOVE 0 TO E500-NUMERO1 E500-NUMERO2
           MOVE 0 TO E500-NUMERO3 E500-NUMERO4
           .
       2310-ARMAR-AVISO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2400-GRABAR-HISTORIA.
           MOVE WS-FECHA-SISTEMA     TO CHI-FECHA
           MOVE WS-HORA-SISTEMA      TO CHI-HORA
           MOVE CCM-TIPO-DOC         TO CHI-TIPO-DOC
           MOVE CCM-NUME-DOC         TO CHI-NUME-DOC
           MOVE CCM-CTA-VALOR        TO CHI-CTA-VALOR
           MOVE CCM-USUARIO          TO CHI-USUARIO
           MOVE CCM-CANAL            TO CHI-CANAL
           MOVE CCM-TERMINAL         TO CHI-TERMINAL
           MOVE WS-CONTACTO-ANTERIOR TO CHI-CONTACTO-ANTERIOR
           MOVE WS-CONTACTO-NUEVO    TO CHI-CONTACTO-NUEVO
           MOVE WS-IND-AVISO-EMAIL   TO CHI-IND-AVISO-EMAIL
           MOVE WS-IND-AVISO-SMS     TO CHI-IND-AVISO-SMS
           OPEN EXTEND HISTORIA-CONTACTO
           WRITE CHI-REGISTRO-CAMBIO
           CLOSE HISTORIA-CONTACTO
           .
       2400-GRABAR-HISTORIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2500-GRABAR-BITACORA.
           MOVE 'CLICONT'            TO MJW-MAESTRO
           MOVE 'CCLICMNT'           TO MJW-PROGRAMA
           MOVE CCM-FUNCION          TO MJW-FUNCION
           MOVE CCM-USUARIO          TO MJW-USUARIO
           MOVE CCM-TERMINAL         TO MJW-TERMINAL
           MOVE SPACES               TO MJW-CLAVE
           MOVE CCM-TIPO-DOC         TO MJW-CLAVE(1:1)
           MOVE CCM-NUME-DOC         TO MJW-CLAVE(2:20)
           MOVE WS-CONTACTO-ANTERIOR TO MJW-IMAGEN-ANTERIOR
           MOVE WS-CONTACTO-NUEVO    TO MJW-IMAGEN-NUEVA
           CALL 'MNTJRNW' USING MJW-PARAMETROS
           .
       2500-GRABAR-BITACORA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA CUENTA INFORMADA EN LA LLAMADA Y TODAS LAS DEL MISMO      *
      * DOCUMENTO EN EODCLI QUEDAN CON LA FECHA DEL CAMBIO.          *
      *--------------------------------------------------------------*
       2600-ABRIR-ENFRIAMIENTO.
           OPEN I-O CAMBIO-CONTACTO
           IF CCM-CTA-VALOR NOT = SPACES
              MOVE CCM-CTA-VALOR TO WS-CTA-CAMBIO
              PERFORM 2700-REGISTRAR-CUENTA
           END-IF
           MOVE 'N' TO WS-EOF-CLIENTE
           OPEN INPUT CLIENTE-EXT
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           PERFORM 2650-REVISAR-CUENTA
              UNTIL WS-FIN-CLIENTE
           CLOSE CLIENTE-EXT
           CLOSE CAMBIO-CONTACTO
           .
       2600-ABRIR-ENFRIAMIENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2650-REVISAR-CUENTA.
           IF EC-TIPO-DOC = CCM-TIPO-DOC
              AND EC-NUME-DOC = CCM-NUME-DOC
              AND EC-CTAVALOR NOT = CCM-CTA-VALOR
              MOVE EC-CTAVALOR TO WS-CTA-CAMBIO
              PERFORM 2700-REGISTRAR-CUENTA
           END-IF
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           .
       2650-REVISAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2700-REGISTRAR-CUENTA.
           MOVE WS-CTA-CAMBIO    TO CQ-CTA-VALOR
           MOVE CCM-TIPO-DOC     TO CQ-TIPO-DOC
           MOVE CCM-NUME-DOC     TO CQ-NUME-DOC
           MOVE WS-FECHA-SISTEMA TO CQ-FEC-CAMBIO
           MOVE WS-HORA-SISTEMA  TO CQ-HOR-CAMBIO
           MOVE CCM-USUARIO      TO CQ-USU-CAMBIO
           WRITE CQ-REGISTRO-CAMBIO
              INVALID KEY
                 REWRITE CQ-REGISTRO-CAMBIO
                 END-REWRITE
           END-WRITE
           .
       2700-REGISTRAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5000-CONSULTAR-CONTACTO.
           OPEN INPUT CONTACTO-CLIENTE
           PERFORM 2100-UBICAR-CLIENTE
           IF WS-CLIENTE-UBICADO
              MOVE CC-DIRECCION  TO CCM-DIRECCION
              MOVE CC-TELEFONOS1 TO CCM-TELEFONOS1
              MOVE CC-TELEFONOS2 TO CCM-TELEFONOS2
              MOVE CC-EMAIL      TO CCM-EMAIL
           ELSE
              MOVE '12'     TO CCM-COD-RETORNO
              MOVE 'CCM004' TO CCM-COD-ERROR-DEV
           END-IF
           CLOSE CONTACTO-CLIENTE
           .
       5000-CONSULTAR-CONTACTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

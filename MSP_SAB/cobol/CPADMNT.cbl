       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPADMNT.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  14/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 14/09/2026 JQ      ALTA. MANTENIMIENTO DE LA NEGOCIACION POR *
      *                    CUENTA PROPIA DEL PERSONAL: REGISTRO DE   *
      *                    CUENTAS DE EMPLEADOS (PADEMPL), LISTA     *
      *                    RESTRINGIDA / VIGILANCIA (PADREST) Y      *
      *                    SOLICITUDES DE PREAUTORIZACION CON        *
      *                    APROBACION DE CUMPLIMIENTO (PADSOLI).     *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      * 15/10/2026 JQ      ALTA. EL REGISTRO Y LA BAJA DE CUENTAS    *
      *                    DE EMPLEADO (PADEMPL) Y LA INCLUSION Y    *
      *                    CIERRE EN LA LISTA RESTRINGIDA (PADREST)  *
      *                    DEJAN IMAGEN ANTES/DESPUES EN LA          *
      *                    BITACORA COMUN MNTJRNL (MNTJRNW) CON      *
      *                    USUARIO Y TERMINAL.                       *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * SEGUN PDM-FUNCION:                                           *
      *  'E'/'X' REGISTRA O INACTIVA UNA CUENTA DE EMPLEADO;         *
      *  'L'/'F' INCLUYE UN NEMONICO EN LA LISTA RESTRINGIDA ('R')   *
      *          O DE VIGILANCIA ('W') CON SU VIGENCIA, O LA CIERRA  *
      *          CON FECHA DE HOY;                                   *
      *  'S'     REGISTRA LA SOLICITUD DEL EMPLEADO (PENDIENTE) CON  *
      *          NUMERO DE PADSEQ; SOBRE NEMONICO RESTRINGIDO NO SE  *
      *          ADMITE;                                             *
      *  'A'/'R' CUMPLIMIENTO RESUELVE LA SOLICITUD: EXIGE PERFIL EN *
      *          USUAUT PARA CPADAPRO Y UN USUARIO DISTINTO DEL QUE  *
      *          SOLICITO (MISMA DOBLE FIRMA QUE CAJUMNT). LA        *
      *          APROBADA VALE EL MISMO DIA; UN NEMONICO QUE ENTRO A *
      *          LA LISTA RESTRINGIDA ENTRE TANTO YA NO SE APRUEBA.  *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADO-CUENTA ASSIGN TO PADEMPL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-CTAVALOR
               FILE STATUS IS WS-EMP-STATUS.
           SELECT LISTA-RESTRINGIDA ASSIGN TO PADREST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RS-NEMONICO
               FILE STATUS IS WS-RS-STATUS.
           SELECT SOLICITUD-PREAUT ASSIGN TO PADSOLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PS-CLAVE
               FILE STATUS IS WS-PS-STATUS.
           SELECT CORRELATIVO-SOLICITUD ASSIGN TO PADSEQ
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADO-CUENTA
           RECORDING MODE IS F.
       COPY PADEMPL.
       FD  LISTA-RESTRINGIDA
           RECORDING MODE IS F.
       COPY PADREST.
       FD  SOLICITUD-PREAUT
           RECORDING MODE IS F.
       COPY PADSOLI.
       FD  CORRELATIVO-SOLICITUD
           RECORDING MODE IS F.
       COPY PADSEQ.
       WORKING-STORAGE SECTION.
       COPY AUTCHKP.
       01  WS-EMP-STATUS               PIC X(02) VALUE '00'.
           88 WS-EMP-OK                          VALUE '00'.
           88 WS-EMP-NO-ENCONTRADO               VALUE '23'.
       01  WS-RS-STATUS                PIC X(02) VALUE '00'.
           88 WS-RS-OK                           VALUE '00'.
           88 WS-RS-NO-ENCONTRADO                VALUE '23'.
       01  WS-PS-STATUS                PIC X(02) VALUE '00'.
           88 WS-PS-OK                           VALUE '00'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       COPY MNTJRNWP.
       LINKAGE SECTION.
       COPY PADMNTP.
       PROCEDURE DIVISION USING PDM-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           EVALUATE TRUE
              WHEN PDM-ES-ALTA-EMPLEADO
                 PERFORM 2000-ALTA-EMPLEADO THRU 2000-ALTA-EMPLEADO-EXIT
              WHEN PDM-ES-BAJA-EMPLEADO
                 PERFORM 2500-BAJA-EMPLEADO
              WHEN PDM-ES-ALTA-LISTA
                 PERFORM 3000-ALTA-LISTA THRU 3000-ALTA-LISTA-EXIT
              WHEN PDM-ES-FIN-LISTA
                 PERFORM 3500-FIN-LISTA
              WHEN PDM-ES-SOLICITUD
                 PERFORM 4000-REGISTRAR-SOLICITUD
                    THRU 4000-REGISTRAR-SOLICITUD-EXIT
              WHEN PDM-ES-APROBACION
                 PERFORM 5000-RESOLVER-SOLICITUD
                    THRU 5000-RESOLVER-SOLICITUD-EXIT
              WHEN PDM-ES-RECHAZO
                 PERFORM 5000-RESOLVER-SOLICITUD
                    THRU 5000-RESOLVER-SOLICITUD-EXIT
              WHEN OTHER
                 MOVE '08'     TO PDM-COD-RETORNO
                 MOVE 'PAD004' TO PDM-COD-ERROR-DEV
           END-EVALUATE
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE '00'   TO PDM-COD-RETORNO
           MOVE SPACES TO PDM-COD-ERROR-DEV
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * VOLVER A REGISTRAR UNA CUENTA INACTIVA LA REACTIVA CON LOS   *
      * DATOS NUEVOS.                                                *
      *--------------------------------------------------------------*
       2000-ALTA-EMPLEADO.
           IF PDM-CTA-VALOR = SPACES
              OR PDM-COD-EMPLEADO = SPACES
              OR PDM-NOMBRE = SPACES
              MOVE '08'     TO PDM-COD-RETORNO
              MOVE 'PAD005' TO PDM-COD-ERROR-DEV
              GO TO 2000-ALTA-EMPLEADO-EXIT
           END-IF
           MOVE '00' TO WS-EMP-STATUS
           OPEN I-O EMPLEADO-CUENTA
           MOVE PDM-CTA-VALOR TO EMP-CTAVALOR
           READ EMPLEADO-CUENTA
              INVALID KEY MOVE '23' TO WS-EMP-STATUS
           END-READ
           MOVE SPACES TO MJW-IMAGEN-ANTERIOR
           IF WS-EMP-OK
              MOVE EMP-REGISTRO-EMPLEADO TO MJW-IMAGEN-ANTERIOR
           END-IF
           IF WS-EMP-OK AND EMP-ES-ACTIVO
              MOVE '12'     TO PDM-COD-RETORNO
              MOVE 'PAD006' TO PDM-COD-ERROR-DEV
              CLOSE EMPLEADO-CUENTA
              GO TO 2000-ALTA-EMPLEADO-EXIT
           END-IF
           MOVE PDM-CTA-VALOR    TO EMP-CTAVALOR
           MOVE PDM-COD-EMPLEADO TO EMP-COD-EMPLEADO
           MOVE PDM-NOMBRE       TO EMP-NOMBRE
           MOVE PDM-AREA         TO EMP-AREA
           MOVE 'A'              TO EMP-ESTADO
           MOVE WS-FECHA-SISTEMA TO EMP-FEC-ALTA
           MOVE 0                TO EMP-FEC-BAJA
           MOVE PDM-USUARIO      TO EMP-USU-ULT-MODIF
           IF WS-EMP-OK
              REWRITE EMP-REGISTRO-EMPLEADO
                 INVALID KEY
                    MOVE '16'     TO PDM-COD-RETORNO
                    MOVE 'PAD007' TO PDM-COD-ERROR-DEV
              END-REWRITE
           ELSE
              WRITE EMP-REGISTRO-EMPLEADO
                 INVALID KEY
                    MOVE '16'     TO PDM-COD-RETORNO
                    MOVE 'PAD007' TO PDM-COD-ERROR-DEV
              END-WRITE
           END-IF
           IF PDM-COD-RETORNO = '00'
              PERFORM 8000-BITACORA-EMPLEADO
           END-IF
           CLOSE EMPLEADO-CUENTA
           .
       2000-ALTA-EMPLEADO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2500-BAJA-EMPLEADO.
           MOVE '00' TO WS-EMP-STATUS
           OPEN I-O EMPLEADO-CUENTA
           MOVE PDM-CTA-VALOR TO EMP-CTAVALOR
           READ EMPLEADO-CUENTA
              INVALID KEY MOVE '23' TO WS-EMP-STATUS
           END-READ
           IF WS-EMP-NO-ENCONTRADO
              MOVE '12'     TO PDM-COD-RETORNO
              MOVE 'PAD008' TO PDM-COD-ERROR-DEV
           ELSE
              MOVE EMP-REGISTRO-EMPLEADO TO MJW-IMAGEN-ANTERIOR
              MOVE 'I'              TO EMP-ESTADO
              MOVE WS-FECHA-SISTEMA TO EMP-FEC-BAJA
              MOVE PDM-USUARIO      TO EMP-USU-ULT-MODIF
              REWRITE EMP-REGISTRO-EMPLEADO
                 INVALID KEY
                    MOVE '16'     TO PDM-COD-RETORNO
                    MOVE 'PAD007' TO PDM-COD-ERROR-DEV
              END-REWRITE
              IF PDM-COD-RETORNO = '00'
                 PERFORM 8000-BITACORA-EMPLEADO
              END-IF
           END-IF
           CLOSE EMPLEADO-CUENTA
           .
       2500-BAJA-EMPLEADO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * UN NEMONICO TIENE UNA SOLA ENTRADA VIGENTE: INCLUIRLO DE     *
      * NUEVO REEMPLAZA TIPO, VIGENCIA Y MOTIVO. SIN FECHA DE FIN SE *
      * GRABA 99999999 (HASTA QUE SE LEVANTE).                       *
      *--------------------------------------------------------------*
       3000-ALTA-LISTA.
           IF PDM-NEMONICO = SPACES
              OR (PDM-TIPO-LISTA NOT = 'R'
                  AND PDM-TIPO-LISTA NOT = 'W')
              OR PDM-MOTIVO = SPACES
              MOVE '08'     TO PDM-COD-RETORNO
              MOVE 'PAD005' TO PDM-COD-ERROR-DEV
              GO TO 3000-ALTA-LISTA-EXIT
           END-IF
           IF PDM-FEC-INICIO = 0
              MOVE WS-FECHA-SISTEMA TO PDM-FEC-INICIO
           END-IF
           IF PDM-FEC-FIN = 0
              MOVE 99999999 TO PDM-FEC-FIN
           END-IF
           IF PDM-FEC-FIN < PDM-FEC-INICIO
              MOVE '08'     TO PDM-COD-RETORNO
              MOVE 'PAD009' TO PDM-COD-ERROR-DEV
              GO TO 3000-ALTA-LISTA-EXIT
           END-IF
           MOVE '00' TO WS-RS-STATUS
           OPEN I-O LISTA-RESTRINGIDA
           MOVE PDM-NEMONICO TO RS-NEMONICO
           READ LISTA-RESTRINGIDA
              INVALID KEY MOVE '23' TO WS-RS-STATUS
           END-READ
           MOVE SPACES TO MJW-IMAGEN-ANTERIOR
           IF WS-RS-OK
              MOVE RS-REGISTRO-RESTRICCION TO MJW-IMAGEN-ANTERIOR
           END-IF
           MOVE PDM-NEMONICO     TO RS-NEMONICO
           MOVE PDM-TIPO-LISTA   TO RS-TIPO-LISTA
           MOVE PDM-FEC-INICIO   TO RS-FEC-INICIO
           MOVE PDM-FEC-FIN      TO RS-FEC-FIN
           MOVE PDM-MOTIVO       TO RS-MOTIVO
           MOVE PDM-AREA         TO RS-AREA-ORIGEN
           MOVE WS-FECHA-SISTEMA TO RS-FEC-ALTA
           MOVE PDM-USUARIO      TO RS-USU-ALTA
           IF WS-RS-OK
              REWRITE RS-REGISTRO-RESTRICCION
                 INVALID KEY
                    MOVE '16'     TO PDM-COD-RETORNO
                    MOVE 'PAD007' TO PDM-COD-ERROR-DEV
              END-REWRITE
           ELSE
              WRITE RS-REGISTRO-RESTRICCION
                 INVALID KEY
                    MOVE '16'     TO PDM-COD-RETORNO
                    MOVE 'PAD007' TO PDM-COD-ERROR-DEV
              END-WRITE
           END-IF
           IF PDM-COD-RETORNO = '00'
              PERFORM 8100-BITACORA-LISTA
           END-IF
           CLOSE LISTA-RESTRINGIDA
           .
       3000-ALTA-LISTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3500-FIN-LISTA.
           MOVE '00' TO WS-RS-STATUS
           OPEN I-O LISTA-RESTRINGIDA
           MOVE PDM-NEMONICO TO RS-NEMONICO
           READ LISTA-RESTRINGIDA
              INVALID KEY MOVE '23' TO WS-RS-STATUS
           END-READ
           IF WS-RS-NO-ENCONTRADO
              MOVE '12'     TO PDM-COD-RETORNO
              MOVE 'PAD010' TO PDM-COD-ERROR-DEV
           ELSE
              MOVE RS-REGISTRO-RESTRICCION TO MJW-IMAGEN-ANTERIOR
              MOVE WS-FECHA-SISTEMA TO RS-FEC-FIN
              REWRITE RS-REGISTRO-RESTRICCION
                 INVALID KEY
                    MOVE '16'     TO PDM-COD-RETORNO
                    MOVE 'PAD007' TO PDM-COD-ERROR-DEV
              END-REWRITE
              IF PDM-COD-RETORNO = '00'
                 PERFORM 8100-BITACORA-LISTA
              END-IF
           END-IF
           CLOSE LISTA-RESTRINGIDA
           .
       3500-FIN-LISTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-REGISTRAR-SOLICITUD.
           IF PDM-NEMONICO = SPACES
              OR (PDM-TIPO-OPERACION NOT = 'C'
                  AND PDM-TIPO-OPERACION NOT = 'V')
              OR PDM-CANTIDAD NOT > 0
              MOVE '08'     TO PDM-COD-RETORNO
              MOVE 'PAD005' TO PDM-COD-ERROR-DEV
              GO TO 4000-REGISTRAR-SOLICITUD-EXIT
           END-IF
           MOVE '00' TO WS-EMP-STATUS
           OPEN INPUT EMPLEADO-CUENTA
           MOVE PDM-CTA-VALOR TO EMP-CTAVALOR
           READ EMPLEADO-CUENTA
              INVALID KEY MOVE '23' TO WS-EMP-STATUS
           END-READ
           CLOSE EMPLEADO-CUENTA
           IF WS-EMP-NO-ENCONTRADO
              OR NOT EMP-ES-ACTIVO
              MOVE '12'     TO PDM-COD-RETORNO
              MOVE 'PAD008' TO PDM-COD-ERROR-DEV
              GO TO 4000-REGISTRAR-SOLICITUD-EXIT
           END-IF
           PERFORM 6000-VERIFICAR-RESTRINGIDO
           IF PDM-COD-RETORNO NOT = '00'
              GO TO 4000-REGISTRAR-SOLICITUD-EXIT
           END-IF
           OPEN I-O CORRELATIVO-SOLICITUD
           READ CORRELATIVO-SOLICITUD
           ADD 1 TO SEQ-ULTIMA-SOLICITUD
           REWRITE SEQ-CONTROL-SOLICITUD
           CLOSE CORRELATIVO-SOLICITUD
           MOVE SEQ-ULTIMA-SOLICITUD TO PDM-SOLICITUD
           OPEN I-O SOLICITUD-PREAUT
           MOVE PDM-CTA-VALOR      TO PS-CTAVALOR
           MOVE PDM-NEMONICO       TO PS-NEMONICO
           MOVE PDM-SOLICITUD      TO PS-SOLICITUD
           MOVE EMP-COD-EMPLEADO   TO PS-COD-EMPLEADO
           MOVE PDM-TIPO-OPERACION TO PS-TIPO-OPERACION
           MOVE PDM-CANTIDAD       TO PS-CANTIDAD
           MOVE WS-FECHA-SISTEMA   TO PS-FEC-SOLICITUD
           MOVE PDM-USUARIO        TO PS-USU-SOLICITA
           MOVE 'P'                TO PS-ESTADO
           MOVE 0                  TO PS-FEC-RESOLUCION
           MOVE 0                  TO PS-FEC-VENCIMIENTO
           MOVE SPACES             TO PS-USU-RESUELVE
           MOVE PDM-MOTIVO         TO PS-MOTIVO
           WRITE PS-REGISTRO-SOLICITUD
              INVALID KEY
                 MOVE '16'     TO PDM-COD-RETORNO
                 MOVE 'PAD007' TO PDM-COD-ERROR-DEV
           END-WRITE
           CLOSE SOLICITUD-PREAUT
           .
       4000-REGISTRAR-SOLICITUD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5000-RESOLVER-SOLICITUD.
           MOVE PDM-USUARIO   TO AUT-USUARIO
           MOVE 'CPADAPRO'    TO AUT-TRANSACCION
           MOVE 0             TO AUT-MTO-OPERACION
           MOVE PDM-CANAL     TO AUT-CANAL
           CALL 'AUTCHK' USING AUT-PARAMETROS
           IF NOT AUT-AUTORIZADO
              MOVE '26'     TO PDM-COD-RETORNO
              MOVE 'AUT001' TO PDM-COD-ERROR-DEV
              GO TO 5000-RESOLVER-SOLICITUD-EXIT
           END-IF
           MOVE '00' TO WS-PS-STATUS
           OPEN I-O SOLICITUD-PREAUT
           MOVE PDM-CTA-VALOR TO PS-CTAVALOR
           MOVE PDM-NEMONICO  TO PS-NEMONICO
           MOVE PDM-SOLICITUD TO PS-SOLICITUD
           READ SOLICITUD-PREAUT
              INVALID KEY
                 MOVE '12'     TO PDM-COD-RETORNO
                 MOVE 'PAD011' TO PDM-COD-ERROR-DEV
           END-READ
           IF PDM-COD-RETORNO = '00'
              EVALUATE TRUE
                 WHEN NOT PS-PENDIENTE
                    MOVE '16'     TO PDM-COD-RETORNO
                    MOVE 'PAD012' TO PDM-COD-ERROR-DEV
                 WHEN PDM-USUARIO = PS-USU-SOLICITA
                    MOVE '16'     TO PDM-COD-RETORNO
                    MOVE 'PAD013' TO PDM-COD-ERROR-DEV
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           IF PDM-COD-RETORNO = '00'
              AND PDM-ES-APROBACION
              PERFORM 6000-VERIFICAR-RESTRINGIDO
           END-IF
           IF PDM-COD-RETORNO = '00'
              IF PDM-ES-APROBACION
                 MOVE 'A'              TO PS-ESTADO
                 MOVE WS-FECHA-SISTEMA TO PS-FEC-VENCIMIENTO
              ELSE
                 MOVE 'R'              TO PS-ESTADO
                 MOVE 0                TO PS-FEC-VENCIMIENTO
              END-IF
              MOVE WS-FECHA-SISTEMA TO PS-FEC-RESOLUCION
              MOVE PDM-USUARIO      TO PS-USU-RESUELVE
              IF PDM-MOTIVO NOT = SPACES
                 MOVE PDM-MOTIVO    TO PS-MOTIVO
              END-IF
              REWRITE PS-REGISTRO-SOLICITUD
                 INVALID KEY
                    MOVE '16'     TO PDM-COD-RETORNO
                    MOVE 'PAD007' TO PDM-COD-ERROR-DEV
              END-REWRITE
           END-IF
           CLOSE SOLICITUD-PREAUT
           .
       5000-RESOLVER-SOLICITUD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6000-VERIFICAR-RESTRINGIDO.
           MOVE '00' TO WS-RS-STATUS
           OPEN INPUT LISTA-RESTRINGIDA
           MOVE PDM-NEMONICO TO RS-NEMONICO
           READ LISTA-RESTRINGIDA
              INVALID KEY MOVE '23' TO WS-RS-STATUS
           END-READ
           IF WS-RS-OK
              AND RS-ES-RESTRINGIDA
              AND RS-FEC-INICIO <= WS-FECHA-SISTEMA
              AND RS-FEC-FIN    >= WS-FECHA-SISTEMA
              MOVE '08'     TO PDM-COD-RETORNO
              MOVE 'PAD001' TO PDM-COD-ERROR-DEV
           END-IF
           CLOSE LISTA-RESTRINGIDA
           .
       6000-VERIFICAR-RESTRINGIDO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8000-BITACORA-EMPLEADO.
           MOVE 'PADEMPL'              TO MJW-MAESTRO
           MOVE 'CPADMNT'              TO MJW-PROGRAMA
           MOVE PDM-FUNCION            TO MJW-FUNCION
           MOVE PDM-USUARIO            TO MJW-USUARIO
           MOVE PDM-TERMINAL           TO MJW-TERMINAL
           MOVE EMP-CTAVALOR           TO MJW-CLAVE
           MOVE EMP-REGISTRO-EMPLEADO  TO MJW-IMAGEN-NUEVA
           CALL 'MNTJRNW' USING MJW-PARAMETROS
           .
       8000-BITACORA-EMPLEADO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8100-BITACORA-LISTA.
           MOVE 'PADREST'              TO MJW-MAESTRO
           MOVE 'CPADMNT'              TO MJW-PROGRAMA
           MOVE PDM-FUNCION            TO MJW-FUNCION
           MOVE PDM-USUARIO            TO MJW-USUARIO
           MOVE PDM-TERMINAL           TO MJW-TERMINAL
           MOVE RS-NEMONICO            TO MJW-CLAVE
           MOVE RS-REGISTRO-RESTRICCION TO MJW-IMAGEN-NUEVA
           CALL 'MNTJRNW' USING MJW-PARAMETROS
           .
       8100-BITACORA-LISTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

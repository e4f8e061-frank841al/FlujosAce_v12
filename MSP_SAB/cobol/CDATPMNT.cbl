       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CDATPMNT.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 15/10/2026 JQ      ALTA. MANTENIMIENTO DEL REGISTRO DE       *
      *                    SOLICITUDES DE ACCESO, RECTIFICACION Y    *
      *                    CANCELACION DE DATOS PERSONALES (LEY      *
      *                    29733) CON EL VENCIMIENTO DEL PLAZO LEGAL *
      *                    DE RESPUESTA EN DIAS HABILES.             *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * ALTA: LA SOLICITUD NACE PENDIENTE CON SU PLAZO LEGAL DE      *
      * RESPUESTA CONTADO EN DIAS HABILES DESDE LA FECHA DE          *
      * PRESENTACION (DIAHABIL 'A'): ACCESO 20 DIAS, RECTIFICACION Y *
      * CANCELACION 10 DIAS, SALVO QUE PARMMAST TRAIGA OTRO VALOR    *
      * EN DATP-PLZ-ACC / DATP-PLZ-RYC. LA MISMA PERSONA NO REGISTRA *
      * DOS SOLICITUDES DEL MISMO TIPO EN LA MISMA FECHA (DPM004).   *
      * ATENDER / DENEGAR: SOLO SOBRE UNA SOLICITUD PENDIENTE; EL    *
      * ACCESO Y LA CANCELACION LOS CIERRAN NORMALMENTE RDATPEXT Y   *
      * RDATPANO, LA RECTIFICACION SE CIERRA AQUI UNA VEZ APLICADA   *
      * EN CCLICMNT. LA DENEGACION EXIGE MOTIVO (DPM008).            *
      * TODO CAMBIO QUEDA EN LA BITACORA COMUN MNTJRNL.              *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLICITUD-DATOS ASSIGN TO DATPSOL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DS-CLAVE
               FILE STATUS IS WS-DS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOLICITUD-DATOS
           RECORDING MODE IS F.
       COPY DATPSOL.
       WORKING-STORAGE SECTION.
       01  WS-DS-STATUS                PIC X(02) VALUE '00'.
           88 WS-DS-OK                           VALUE '00'.
           88 WS-DS-NO-ENCONTRADO                VALUE '23'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
      *--------------------------------------------------------------*
      * PLAZOS LEGALES DE RESPUESTA EN DIAS HABILES, SI PARMMAST NO  *
      * TRAE VALOR PARA DATP-PLZ-ACC / DATP-PLZ-RYC.                 *
      *--------------------------------------------------------------*
       77  WS-PLAZO-ACCESO             PIC 9(03) VALUE 20.
       77  WS-PLAZO-RECT-CANC          PIC 9(03) VALUE 10.
       COPY AUTCHKP.
       COPY DIAHABP.
       COPY PARMCHKP.
       COPY MNTJRNWP.
       LINKAGE SECTION.
       COPY DATPMNTP.
       PROCEDURE DIVISION USING DPM-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           IF DPM-COD-RETORNO = '00'
              OPEN I-O SOLICITUD-DATOS
              EVALUATE TRUE
                 WHEN DPM-FN-ALTA
                    PERFORM 2000-ALTA-SOLICITUD
                       THRU 2000-ALTA-SOLICITUD-EXIT
                 WHEN DPM-FN-ATENDER
                    PERFORM 3000-CERRAR-SOLICITUD
                       THRU 3000-CERRAR-SOLICITUD-EXIT
                 WHEN DPM-FN-DENEGAR
                    PERFORM 3000-CERRAR-SOLICITUD
                       THRU 3000-CERRAR-SOLICITUD-EXIT
                 WHEN DPM-FN-CONSULTA
                    PERFORM 4000-CONSULTAR-SOLICITUD
                 WHEN OTHER
                    MOVE '08'     TO DPM-COD-RETORNO
                    MOVE 'DPM001' TO DPM-COD-ERROR-DEV
              END-EVALUATE
              CLOSE SOLICITUD-DATOS
           END-IF
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE '00'   TO DPM-COD-RETORNO
           MOVE SPACES TO DPM-COD-ERROR-DEV
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE DPM-USU-OPERADOR TO AUT-USUARIO
           MOVE 'CDATPMNT'       TO AUT-TRANSACCION
           MOVE 0                TO AUT-MTO-OPERACION
           MOVE DPM-CANAL        TO AUT-CANAL
           CALL 'AUTCHK' USING AUT-PARAMETROS
           IF NOT AUT-AUTORIZADO
              MOVE '26'     TO DPM-COD-RETORNO
              MOVE 'AUT001' TO DPM-COD-ERROR-DEV
              GO TO 1000-INICIALIZAR-EXIT
           END-IF
           IF DPM-NUME-DOC = SPACES
              MOVE '08'     TO DPM-COD-RETORNO
              MOVE 'DPM002' TO DPM-COD-ERROR-DEV
              GO TO 1000-INICIALIZAR-EXIT
           END-IF
           IF DPM-TIPO-SOLICITUD NOT = 'A'
              AND DPM-TIPO-SOLICITUD NOT = 'R'
              AND DPM-TIPO-SOLICITUD NOT = 'C'
              MOVE '08'     TO DPM-COD-RETORNO
              MOVE 'DPM003' TO DPM-COD-ERROR-DEV
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-ALTA-SOLICITUD.
           IF DPM-FEC-SOLICITUD = 0
              MOVE WS-FECHA-SISTEMA TO DPM-FEC-SOLICITUD
           END-IF
           IF DPM-FEC-SOLICITUD > WS-FECHA-SISTEMA
              MOVE '08'     TO DPM-COD-RETORNO
              MOVE 'DPM007' TO DPM-COD-ERROR-DEV
              GO TO 2000-ALTA-SOLICITUD-EXIT
           END-IF
           MOVE DPM-TIPO-DOC       TO DS-TIPO-DOC
           MOVE DPM-NUME-DOC       TO DS-NUME-DOC
           MOVE DPM-FEC-SOLICITUD  TO DS-FEC-SOLICITUD
           MOVE DPM-TIPO-SOLICITUD TO DS-TIPO-SOLICITUD
           MOVE '00' TO WS-DS-STATUS
           READ SOLICITUD-DATOS
              INVALID KEY MOVE '23' TO WS-DS-STATUS
           END-READ
           IF WS-DS-OK
              MOVE '08'     TO DPM-COD-RETORNO
              MOVE 'DPM004' TO DPM-COD-ERROR-DEV
              GO TO 2000-ALTA-SOLICITUD-EXIT
           END-IF
           PERFORM 2100-CALCULAR-VENCIMIENTO
              THRU 2100-CALCULAR-VENCIMIENTO-EXIT
           IF DPM-COD-RETORNO NOT = '00'
              GO TO 2000-ALTA-SOLICITUD-EXIT
           END-IF
           MOVE DPM-TIPO-DOC       TO DS-TIPO-DOC
           MOVE DPM-NUME-DOC       TO DS-NUME-DOC
           MOVE DPM-FEC-SOLICITUD  TO DS-FEC-SOLICITUD
           MOVE DPM-TIPO-SOLICITUD TO DS-TIPO-SOLICITUD
           MOVE DPM-CANAL          TO DS-CANAL
           MOVE DPM-USU-OPERADOR   TO DS-USU-REGISTRO
           MOVE DPM-DETALLE        TO DS-DETALLE
           MOVE DH-FECHA-RESULTADO TO DS-FEC-VENCIMIENTO
           MOVE 'P'                TO DS-ESTADO
           MOVE 0                  TO DS-FEC-ATENCION
           MOVE SPACES             TO DS-USU-ATENCION
           MOVE SPACES             TO DS-MOTIVO
           WRITE DS-REGISTRO-SOLICITUD
           MOVE SPACES TO MJW-IMAGEN-ANTERIOR
           PERFORM 8000-BITACORA-SOLICITUD
           MOVE DS-FEC-VENCIMIENTO TO DPM-FEC-VENCIMIENTO
           MOVE DS-ESTADO          TO DPM-ESTADO-RESULTANTE
           .
       2000-ALTA-SOLICITUD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * PLAZO LEGAL EN DIAS HABILES DESDE LA PRESENTACION.           *
      *--------------------------------------------------------------*
       2100-CALCULAR-VENCIMIENTO.
           IF DPM-TIPO-SOLICITUD = 'A'
              MOVE 'DATP-PLZ-ACC' TO PMC-COD-PARAMETRO
           ELSE
              MOVE 'DATP-PLZ-RYC' TO PMC-COD-PARAMETRO
           END-IF
           MOVE WS-FECHA-SISTEMA TO PMC-FECHA
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO DS-DIAS-PLAZO
           ELSE
              IF DPM-TIPO-SOLICITUD = 'A'
                 MOVE WS-PLAZO-ACCESO    TO DS-DIAS-PLAZO
              ELSE
                 MOVE WS-PLAZO-RECT-CANC TO DS-DIAS-PLAZO
              END-IF
           END-IF
           MOVE 'A'               TO DH-FUNCION
           MOVE DPM-FEC-SOLICITUD TO DH-FECHA-BASE
           MOVE DS-DIAS-PLAZO     TO DH-DIAS-PEDIDOS
           CALL 'DIAHABIL' USING DH-PARAMETROS
           IF NOT DH-RESULTADO-OK
              MOVE '08'     TO DPM-COD-RETORNO
              MOVE 'DPM007' TO DPM-COD-ERROR-DEV
           END-IF
           .
       2100-CALCULAR-VENCIMIENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * ATENDER O DENEGAR UNA SOLICITUD PENDIENTE.                   *
      *--------------------------------------------------------------*
       3000-CERRAR-SOLICITUD.
           IF DPM-FN-DENEGAR AND DPM-MOTIVO = SPACES
              MOVE '08'     TO DPM-COD-RETORNO
              MOVE 'DPM008' TO DPM-COD-ERROR-DEV
              GO TO 3000-CERRAR-SOLICITUD-EXIT
           END-IF
           PERFORM 4100-LEER-SOLICITUD THRU 4100-LEER-SOLICITUD-EXIT
           IF DPM-COD-RETORNO NOT = '00'
              GO TO 3000-CERRAR-SOLICITUD-EXIT
           END-IF
           IF NOT DS-PENDIENTE
              MOVE '08'     TO DPM-COD-RETORNO
              MOVE 'DPM006' TO DPM-COD-ERROR-DEV
              GO TO 3000-CERRAR-SOLICITUD-EXIT
           END-IF
           MOVE DS-REGISTRO-SOLICITUD TO MJW-IMAGEN-ANTERIOR
           IF DPM-FN-ATENDER
              MOVE 'A' TO DS-ESTADO
           ELSE
              MOVE 'D' TO DS-ESTADO
           END-IF
           MOVE WS-FECHA-SISTEMA TO DS-FEC-ATENCION
           MOVE DPM-USU-OPERADOR TO DS-USU-ATENCION
           MOVE DPM-MOTIVO       TO DS-MOTIVO
           REWRITE DS-REGISTRO-SOLICITUD
           PERFORM 8000-BITACORA-SOLICITUD
           MOVE DS-FEC-VENCIMIENTO TO DPM-FEC-VENCIMIENTO
           MOVE DS-ESTADO          TO DPM-ESTADO-RESULTANTE
           .
       3000-CERRAR-SOLICITUD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-CONSULTAR-SOLICITUD.
           PERFORM 4100-LEER-SOLICITUD THRU 4100-LEER-SOLICITUD-EXIT
           IF DPM-COD-RETORNO = '00'
              MOVE DS-CANAL           TO DPM-CANAL
              MOVE DS-DETALLE         TO DPM-DETALLE
              MOVE DS-MOTIVO          TO DPM-MOTIVO
              MOVE DS-FEC-VENCIMIENTO TO DPM-FEC-VENCIMIENTO
              MOVE DS-ESTADO          TO DPM-ESTADO-RESULTANTE
           END-IF
           .
       4000-CONSULTAR-SOLICITUD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4100-LEER-SOLICITUD.
           MOVE DPM-TIPO-DOC       TO DS-TIPO-DOC
           MOVE DPM-NUME-DOC       TO DS-NUME-DOC
           MOVE DPM-FEC-SOLICITUD  TO DS-FEC-SOLICITUD
           MOVE DPM-TIPO-SOLICITUD TO DS-TIPO-SOLICITUD
           MOVE '00' TO WS-DS-STATUS
           READ SOLICITUD-DATOS
              INVALID KEY MOVE '23' TO WS-DS-STATUS
           END-READ
           IF WS-DS-NO-ENCONTRADO
              MOVE '23'     TO DPM-COD-RETORNO
              MOVE 'DPM005' TO DPM-COD-ERROR-DEV
           END-IF
           .
       4100-LEER-SOLICITUD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8000-BITACORA-SOLICITUD.
           MOVE 'DATPSOL'              TO MJW-MAESTRO
           MOVE 'CDATPMNT'             TO MJW-PROGRAMA
           MOVE DPM-FUNCION            TO MJW-FUNCION
           MOVE DPM-USU-OPERADOR       TO MJW-USUARIO
           MOVE DPM-TERMINAL           TO MJW-TERMINAL
           MOVE DS-CLAVE               TO MJW-CLAVE
           MOVE DS-REGISTRO-SOLICITUD  TO MJW-IMAGEN-NUEVA
           CALL 'MNTJRNW' USING MJW-PARAMETROS
           .
       8000-BITACORA-SOLICITUD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

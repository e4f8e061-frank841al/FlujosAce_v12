       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPARMMNT.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  14/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 14/09/2026 JQ      ALTA. MANTENIMIENTO DEL MAESTRO CENTRAL   *
      *                    DE PARAMETROS DE CONTROL CON VIGENCIA     *
      *                    (PARMMAST) CON DOBLE FIRMA.               *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * EL ALTA REGISTRA UN VALOR NUEVO PARA UN CODIGO DE PARAMETRO  *
      * CON LA FECHA DESDE LA QUE RIGE (HOY O POSTERIOR: NO SE       *
      * ADMITEN CAMBIOS RETROACTIVOS) Y QUEDA PENDIENTE. LA          *
      * APROBACION EXIGE PERFIL EN USUAUT PARA CPARAPRO Y UN USUARIO *
      * DISTINTO DEL QUE INGRESO (MISMA DOBLE FIRMA QUE CAJUMNT), Y  *
      * NO SE CONCEDE SI LA VIGENCIA YA PASO MIENTRAS ESTABA         *
      * PENDIENTE. EL VALOR ANTERIOR NO SE TOCA: SIGUE RIGIENDO      *
      * HASTA LA VIGENCIA DEL NUEVO Y QUEDA PARA CONSULTA HISTORICA  *
      * (RPARVIG).                                                   *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO-MAESTRO ASSIGN TO PARMMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-CLAVE
               FILE STATUS IS WS-PM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRO-MAESTRO
           RECORDING MODE IS F.
       COPY PARMMAST.
       WORKING-STORAGE SECTION.
       COPY AUTCHKP.
       01  WS-PM-STATUS                PIC X(02) VALUE '00'.
           88 WS-PM-OK                           VALUE '00'.
           88 WS-PM-NO-ENCONTRADO                VALUE '23'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       LINKAGE SECTION.
       COPY PARMMNTP.
       PROCEDURE DIVISION USING PMM-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           IF PMM-COD-RETORNO = '00'
              EVALUATE TRUE
                 WHEN PMM-FN-ALTA
                    PERFORM 2000-ALTA-PARAMETRO
                       THRU 2000-ALTA-PARAMETRO-EXIT
                 WHEN PMM-FN-APROBAR
                    PERFORM 3000-APROBAR-PARAMETRO
                       THRU 3000-APROBAR-PARAMETRO-EXIT
                 WHEN PMM-FN-RECHAZAR
                    PERFORM 4000-RECHAZAR-PARAMETRO
                       THRU 4000-RECHAZAR-PARAMETRO-EXIT
                 WHEN PMM-FN-CONSULTA
                    PERFORM 5000-CONSULTAR-PARAMETRO
                 WHEN OTHER
                    MOVE '08'     TO PMM-COD-RETORNO
                    MOVE 'PRM001' TO PMM-COD-ERROR-DEV
              END-EVALUATE
           END-IF
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE '00'   TO PMM-COD-RETORNO
           MOVE SPACES TO PMM-COD-ERROR-DEV
           MOVE SPACES TO PMM-ESTADO-RESULTANTE
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE PMM-USUARIO   TO AUT-USUARIO
           MOVE 'CPARMMNT'    TO AUT-TRANSACCION
           MOVE 0             TO AUT-MTO-OPERACION
           MOVE PMM-CANAL     TO AUT-CANAL
           CALL 'AUTCHK' USING AUT-PARAMETROS
           IF NOT AUT-AUTORIZADO
              MOVE '26'     TO PMM-COD-RETORNO
              MOVE 'AUT001' TO PMM-COD-ERROR-DEV
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-ALTA-PARAMETRO.
           IF PMM-COD-PARAMETRO = SPACES
              OR PMM-DESCRIPCION = SPACES
              MOVE '08'     TO PMM-COD-RETORNO
              MOVE 'PRM002' TO PMM-COD-ERROR-DEV
              GO TO 2000-ALTA-PARAMETRO-EXIT
           END-IF
           IF PMM-FEC-VIGENCIA < WS-FECHA-SISTEMA
              MOVE '08'     TO PMM-COD-RETORNO
              MOVE 'PRM003' TO PMM-COD-ERROR-DEV
              GO TO 2000-ALTA-PARAMETRO-EXIT
           END-IF
           OPEN I-O PARAMETRO-MAESTRO
           MOVE PMM-COD-PARAMETRO   TO PM-COD-PARAMETRO
           MOVE PMM-FEC-VIGENCIA    TO PM-FEC-VIGENCIA
           MOVE PMM-VALOR           TO PM-VALOR
           MOVE PMM-DESCRIPCION     TO PM-DESCRIPCION
           MOVE PMM-USUARIO         TO PM-USU-INGRESO
           MOVE WS-FECHA-SISTEMA    TO PM-FEC-INGRESO
           MOVE SPACES              TO PM-USU-APROBADOR
           MOVE 0                   TO PM-FEC-APROBACION
           MOVE 'PENDIENTE'         TO PM-ESTADO
           WRITE PM-REGISTRO-PARAMETRO
              INVALID KEY
                 MOVE '16'     TO PMM-COD-RETORNO
                 MOVE 'PRM004' TO PMM-COD-ERROR-DEV
           END-WRITE
           IF PMM-COD-RETORNO = '00'
              MOVE PM-ESTADO TO PMM-ESTADO-RESULTANTE
           END-IF
           CLOSE PARAMETRO-MAESTRO
           .
       2000-ALTA-PARAMETRO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-APROBAR-PARAMETRO.
           PERFORM 6000-VERIFICAR-APROBADOR
           IF PMM-COD-RETORNO NOT = '00'
              GO TO 3000-APROBAR-PARAMETRO-EXIT
           END-IF
           PERFORM 7000-LEER-PARAMETRO
           IF PMM-COD-RETORNO = '00'
              EVALUATE TRUE
                 WHEN NOT PM-PENDIENTE
                    MOVE '16'     TO PMM-COD-RETORNO
                    MOVE 'PRM006' TO PMM-COD-ERROR-DEV
                 WHEN PMM-USUARIO = PM-USU-INGRESO
      *             CONTROL DE DOBLE FIRMA: EL APROBADOR DEBE SER    *
      *             DISTINTO DEL QUE INGRESO EL VALOR.               *
                    MOVE '16'     TO PMM-COD-RETORNO
                    MOVE 'PRM007' TO PMM-COD-ERROR-DEV
                 WHEN PM-FEC-VIGENCIA < WS-FECHA-SISTEMA
      *             APROBARLO AHORA SERIA UN CAMBIO RETROACTIVO: SE  *
      *             REINGRESA CON VIGENCIA DE HOY O POSTERIOR.       *
                    MOVE '16'     TO PMM-COD-RETORNO
                    MOVE 'PRM008' TO PMM-COD-ERROR-DEV
                 WHEN OTHER
                    MOVE 'APROBADO'       TO PM-ESTADO
                    MOVE PMM-USUARIO      TO PM-USU-APROBADOR
                    MOVE WS-FECHA-SISTEMA TO PM-FEC-APROBACION
                    REWRITE PM-REGISTRO-PARAMETRO
                       INVALID KEY
                          MOVE '16'     TO PMM-COD-RETORNO
                          MOVE 'PRM009' TO PMM-COD-ERROR-DEV
                    END-REWRITE
              END-EVALUATE
              MOVE PM-ESTADO TO PMM-ESTADO-RESULTANTE
           END-IF
           CLOSE PARAMETRO-MAESTRO
           .
       3000-APROBAR-PARAMETRO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-RECHAZAR-PARAMETRO.
           PERFORM 6000-VERIFICAR-APROBADOR
           IF PMM-COD-RETORNO NOT = '00'
              GO TO 4000-RECHAZAR-PARAMETRO-EXIT
           END-IF
           PERFORM 7000-LEER-PARAMETRO
           IF PMM-COD-RETORNO = '00'
              IF PM-PENDIENTE
                 MOVE 'RECHAZADO'      TO PM-ESTADO
                 MOVE PMM-USUARIO      TO PM-USU-APROBADOR
                 MOVE WS-FECHA-SISTEMA TO PM-FEC-APROBACION
                 REWRITE PM-REGISTRO-PARAMETRO
                    INVALID KEY
                       MOVE '16'     TO PMM-COD-RETORNO
                       MOVE 'PRM009' TO PMM-COD-ERROR-DEV
                 END-REWRITE
              ELSE
                 MOVE '16'     TO PMM-COD-RETORNO
                 MOVE 'PRM006' TO PMM-COD-ERROR-DEV
              END-IF
              MOVE PM-ESTADO TO PMM-ESTADO-RESULTANTE
           END-IF
           CLOSE PARAMETRO-MAESTRO
           .
       4000-RECHAZAR-PARAMETRO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5000-CONSULTAR-PARAMETRO.
           PERFORM 7000-LEER-PARAMETRO
           IF PMM-COD-RETORNO = '00'
              MOVE PM-VALOR        TO PMM-VALOR
              MOVE PM-DESCRIPCION  TO PMM-DESCRIPCION
              MOVE PM-ESTADO       TO PMM-ESTADO-RESULTANTE
           END-IF
           CLOSE PARAMETRO-MAESTRO
           .
       5000-CONSULTAR-PARAMETRO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6000-VERIFICAR-APROBADOR.
           MOVE PMM-USUARIO   TO AUT-USUARIO
           MOVE 'CPARAPRO'    TO AUT-TRANSACCION
           MOVE 0             TO AUT-MTO-OPERACION
           MOVE PMM-CANAL     TO AUT-CANAL
           CALL 'AUTCHK' USING AUT-PARAMETROS
           IF NOT AUT-AUTORIZADO
              MOVE '26'     TO PMM-COD-RETORNO
              MOVE 'AUT001' TO PMM-COD-ERROR-DEV
           END-IF
           .
       6000-VERIFICAR-APROBADOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7000-LEER-PARAMETRO.
           MOVE '00' TO WS-PM-STATUS
           OPEN I-O PARAMETRO-MAESTRO
           MOVE PMM-COD-PARAMETRO TO PM-COD-PARAMETRO
           MOVE PMM-FEC-VIGENCIA  TO PM-FEC-VIGENCIA
           READ PARAMETRO-MAESTRO
              INVALID KEY
                 MOVE '12'     TO PMM-COD-RETORNO
                 MOVE 'PRM005' TO PMM-COD-ERROR-DEV
           END-READ
           .
       7000-LEER-PARAMETRO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

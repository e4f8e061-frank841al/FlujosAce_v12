      * 02/09/2026 JQ      ALTA. MANTENIMIENTO DEL MAESTRO DE        *
      *                    AUTORIZACIONES POR USUARIO Y TRANSACCION  *
      *                    (USUAUT) QUE CONSULTA LA GUARDA AUTCHK.   *
      * 14/09/2026 JQ      ALTA. CADA ALTA, MODIFICACION O BAJA      *
      *                    ACEPTADA DEJA IMAGEN ANTES/DESPUES EN LA  *
      *                    BITACORA COMUN MNTJRNL (MNTJRNW) CON      *
      *                    OPERADOR Y TERMINAL.                      *
      * 14/09/2026 JQ      ALTA. RESPONSABLE DEL PERFIL (UA-JEFE) Y  *
      *                    FUNCIONES 'C'/'D' DE CONFIRMACION O       *
      *                    DENEGACION EN LA RECERTIFICACION          *
      *                    TRIMESTRAL (RUSUCERT); SOLO LAS HACE EL   *
      *                    JEFE, RECHAZOS USU005/USU006.             *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * DA DE ALTA, MODIFICA O DA DE BAJA (INACTIVA) EL PERFIL DE UN *
           88 WS-UA-NO-ENCONTRADO                VALUE '23'.
           88 WS-UA-DUPLICADO                    VALUE '22'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       COPY MNTJRNWP.
       LINKAGE SECTION.
       COPY USUAMNT.
       PROCEDURE DIVISION USING UM-PARAMETROS.
                 PERFORM 3000-MODIFICAR
              WHEN UM-ES-BAJA
                 PERFORM 4000-DAR-DE-BAJA
              WHEN UM-ES-CONFIRMACION
                 PERFORM 6000-CONFIRMAR-PERFIL
                    THRU 6000-CONFIRMAR-PERFIL-EXIT
              WHEN UM-ES-DENEGACION
                 PERFORM 7000-DENEGAR-PERFIL
                    THRU 7000-DENEGAR-PERFIL-EXIT
              WHEN OTHER
                 MOVE '08'     TO UM-COD-RETORNO
                 MOVE 'USU001' TO UM-COD-ERROR-DEV
           MOVE '00'   TO UM-COD-RETORNO
           MOVE SPACES TO UM-COD-ERROR-DEV
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE SPACES TO MJW-IMAGEN-ANTERIOR
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
           MOVE 'A'              TO UA-ESTADO
           MOVE WS-FECHA-SISTEMA TO UA-FEC-ALTA
           MOVE UM-USU-ALTA      TO UA-USU-ALTA
           MOVE UM-JEFE          TO UA-JEFE
           MOVE SPACE            TO UA-ESTADO-CERTIF
           MOVE 0                TO UA-FEC-LIMITE-CERTIF
           MOVE 0                TO UA-FEC-CERTIF
           MOVE SPACES           TO UA-USU-CERTIF
           MOVE 'N'              TO UA-IND-INACTIVIDAD
           MOVE WS-FECHA-SISTEMA TO UA-FEC-ULT-ACTIVIDAD
           WRITE UA-REGISTRO-AUTORIZACION
              INVALID KEY
                 MOVE '22'     TO UM-COD-RETORNO
                 MOVE 'USU002' TO UM-COD-ERROR-DEV
           END-WRITE
           IF UM-COD-RETORNO = '00'
              PERFORM 8000-GRABAR-BITACORA
           END-IF
           .
       2000-DAR-DE-ALTA-EXIT.
           EXIT.
              MOVE UM-MTO-MAXIMO TO UA-MTO-MAXIMO
              MOVE UM-CANALES    TO UA-CANALES
              MOVE 'A'           TO UA-ESTADO
              IF UM-JEFE NOT = SPACES
                 MOVE UM-JEFE    TO UA-JEFE
              END-IF
              REWRITE UA-REGISTRO-AUTORIZACION
                 INVALID KEY
                    MOVE '16'     TO UM-COD-RETORNO
                    MOVE 'USU004' TO UM-COD-ERROR-DEV
              END-REWRITE
              IF UM-COD-RETORNO = '00'
                 PERFORM 8000-GRABAR-BITACORA
              END-IF
           END-IF
           .
       3000-MODIFICAR-EXIT.
                    MOVE '16'     TO UM-COD-RETORNO
                    MOVE 'USU004' TO UM-COD-ERROR-DEV
              END-REWRITE
              IF UM-COD-RETORNO = '00'
                 PERFORM 8000-GRABAR-BITACORA
              END-IF
           END-IF
           .
       4000-DAR-DE-BAJA-EXIT.
                 MOVE '12'     TO UM-COD-RETORNO
                 MOVE 'USU003' TO UM-COD-ERROR-DEV
           END-READ
           IF UM-COD-RETORNO = '00'
              MOVE UA-REGISTRO-AUTORIZACION TO MJW-IMAGEN-ANTERIOR
           END-IF
           .
       5000-LEER-PERFIL-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * SOLO EL JEFE REGISTRADO EN EL PERFIL PUEDE CONFIRMARLO O     *
      * DENEGARLO, Y SOLO MIENTRAS LA CAMPANA LO TENGA PENDIENTE.    *
      * LA DENEGACION INACTIVA EL PERFIL EN EL ACTO.                 *
      *--------------------------------------------------------------*
       6000-CONFIRMAR-PERFIL.
           PERFORM 5000-LEER-PERFIL
           IF UM-COD-RETORNO NOT = '00'
              GO TO 6000-CONFIRMAR-PERFIL-EXIT
           END-IF
           PERFORM 6500-VERIFICAR-CERTIFICADOR
              THRU 6500-VERIFICAR-CERTIFICADOR-EXIT
           IF UM-COD-RETORNO NOT = '00'
              GO TO 6000-CONFIRMAR-PERFIL-EXIT
           END-IF
           MOVE 'C'              TO UA-ESTADO-CERTIF
           MOVE WS-FECHA-SISTEMA TO UA-FEC-CERTIF
           MOVE UM-USU-OPERADOR  TO UA-USU-CERTIF
           REWRITE UA-REGISTRO-AUTORIZACION
              INVALID KEY
                 MOVE '16'     TO UM-COD-RETORNO
                 MOVE 'USU004' TO UM-COD-ERROR-DEV
           END-REWRITE
           IF UM-COD-RETORNO = '00'
              PERFORM 8000-GRABAR-BITACORA
           END-IF
           .
       6000-CONFIRMAR-PERFIL-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6500-VERIFICAR-CERTIFICADOR.
           IF NOT UA-CERTIF-PENDIENTE
              MOVE '16'     TO UM-COD-RETORNO
              MOVE 'USU005' TO UM-COD-ERROR-DEV
              GO TO 6500-VERIFICAR-CERTIFICADOR-EXIT
           END-IF
           IF UM-USU-OPERADOR NOT = UA-JEFE
              MOVE '26'     TO UM-COD-RETORNO
              MOVE 'USU006' TO UM-COD-ERROR-DEV
           END-IF
           .
       6500-VERIFICAR-CERTIFICADOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7000-DENEGAR-PERFIL.
           PERFORM 5000-LEER-PERFIL
           IF UM-COD-RETORNO NOT = '00'
              GO TO 7000-DENEGAR-PERFIL-EXIT
           END-IF
           PERFORM 6500-VERIFICAR-CERTIFICADOR
              THRU 6500-VERIFICAR-CERTIFICADOR-EXIT
           IF UM-COD-RETORNO NOT = '00'
              GO TO 7000-DENEGAR-PERFIL-EXIT
           END-IF
           MOVE 'D'              TO UA-ESTADO-CERTIF
           MOVE WS-FECHA-SISTEMA TO UA-FEC-CERTIF
           MOVE UM-USU-OPERADOR  TO UA-USU-CERTIF
           MOVE 'I'              TO UA-ESTADO
           REWRITE UA-REGISTRO-AUTORIZACION
              INVALID KEY
                 MOVE '16'     TO UM-COD-RETORNO
                 MOVE 'USU004' TO UM-COD-ERROR-DEV
           END-REWRITE
           IF UM-COD-RETORNO = '00'
              PERFORM 8000-GRABAR-BITACORA
           END-IF
           .
       7000-DENEGAR-PERFIL-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8000-GRABAR-BITACORA.
           MOVE 'USUAUT'               TO MJW-MAESTRO
           MOVE 'CUSUAMNT'             TO MJW-PROGRAMA
           MOVE UM-FUNCION             TO MJW-FUNCION
           MOVE UM-USU-OPERADOR        TO MJW-USUARIO
           MOVE UM-TERMINAL            TO MJW-TERMINAL
           MOVE UA-CLAVE               TO MJW-CLAVE
           MOVE UA-REGISTRO-AUTORIZACION TO MJW-IMAGEN-NUEVA
           CALL 'MNTJRNW' USING MJW-PARAMETROS
           .
       8000-GRABAR-BITACORA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

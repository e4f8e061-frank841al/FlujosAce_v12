      *                    (AUTCHK/USUAUT) ANTES DE INICIAR EL       *
      *                    CIERRE, CON REGISTRO DEL INTENTO FUERA DE *
      *                    PERFIL VIA ERRLOGW (CODIGO '26').         *
      * 14/09/2026 JQ      ALTA. SE INFORMA EL USUARIO QUE PROVOCO   *
      *                    EL RECHAZO (ERRLOGW), PARA EL CONTROL DE  *
      *                    USUARIOS INACTIVOS.                       *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * CADA VERIFICACION QUE FALLA CORTA EL CIERRE CON SU CODIGO    *
              MOVE 'AUT001'      TO EW-COD-ERROR-DEV
              MOVE CIR-USUARIO   TO EW-VAR1
              MOVE CIR-CTA-VALOR TO EW-VAR2
              MOVE CIR-USUARIO   TO EW-USUARIO
              CALL 'ERRLOGW' USING EW-PARAMETROS
           END-IF
           .

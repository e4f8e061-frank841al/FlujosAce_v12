      *                    (AUTCHK/USUAUT) SOBRE EL IMPORTE          *
      *                    NEGOCIADO Y EL CANAL, CON REGISTRO DEL    *
      *                    INTENTO FUERA DE PERFIL VIA ERRLOGW.      *
      * 14/09/2026 JQ      ALTA. SE INFORMA EL USUARIO QUE PROVOCO   *
      *                    EL RECHAZO (ERRLOGW), PARA EL CONTROL DE  *
      *                    USUARIOS INACTIVOS.                       *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LOCALIZA EL REGISTRO DE APAREAMIENTO POR OC-ORDEN-COMPRA,    *
              MOVE OC-COD-ERROR-DEV  TO EW-COD-ERROR-DEV
              MOVE OC-USUARIO        TO EW-VAR1
              MOVE OC-ORDEN-COMPRA   TO EW-VAR2
              MOVE OC-USUARIO        TO EW-USUARIO
              CALL 'ERRLOGW' USING EW-PARAMETROS
           END-IF
           .

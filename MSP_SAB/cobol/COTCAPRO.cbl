      *                    NEGOCIADO Y EL CANAL, ADEMAS DEL CONTROL  *
      *                    DE DOBLE FIRMA, CON REGISTRO DEL INTENTO  *
      *                    FUERA DE PERFIL VIA ERRLOGW.              *
      * 14/09/2026 JQ      ALTA. SE INFORMA EL USUARIO QUE PROVOCO   *
      *                    EL RECHAZO (ERRLOGW), PARA EL CONTROL DE  *
      *                    USUARIOS INACTIVOS.                       *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LOCALIZA EL REGISTRO DE APAREAMIENTO POR AP-ORDEN-COMPRA,    *
              MOVE AP-COD-ERROR-DEV  TO EW-COD-ERROR-DEV
              MOVE AP-USUARIO        TO EW-VAR1
              MOVE AP-ORDEN-COMPRA   TO EW-VAR2
              MOVE AP-USUARIO        TO EW-USUARIO
              CALL 'ERRLOGW' USING EW-PARAMETROS
           END-IF
           .

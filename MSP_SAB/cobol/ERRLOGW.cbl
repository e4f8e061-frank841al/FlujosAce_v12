      * 09/08/2026 JQ      ALTA. GRABADOR CENTRALIZADO DE LA TRAZA   *
      *                    DE ERRORES (ERRLOG), CONSULTANDO LA       *
      *                    DESCRIPCION EN ERRLKUP.                   *
      * 14/09/2026 JQ      ALTA. LA TRAZA GRABA EL USUARIO QUE       *
      *                    PROVOCO EL RECHAZO (EG-USUARIO), PARA EL  *
      *                    CONTROL DE USUARIOS INACTIVOS.            *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RECIBE EL PROGRAMA LLAMADOR Y EL CODIGO DE ERROR DEVUELTO,   *
           MOVE EL-DESCRIPCION      TO EG-DESCRIPCION
           MOVE EW-VAR1             TO EG-VAR1
           MOVE EW-VAR2             TO EG-VAR2
           MOVE EW-USUARIO          TO EG-USUARIO
           MOVE WS-FECHA-FORMATEADA TO EG-FECHA
           MOVE WS-HORA-FORMATEADA  TO EG-HORA
           OPEN EXTEND TRAZA-ERROR

      *                    TRAZA DE ERRORES (ERRLOGW). EL SELLO DE   *
      *                    FECHA Y HORA SE TOMA AQUI PARA QUE TODAS  *
      *                    LAS ETAPAS MIDAN CON EL MISMO RELOJ.      *
      * 14/09/2026 JQ      ALTA. EL HITO GRABA EL USUARIO QUE LO     *
      *                    PROVOCO (OT-USUARIO), PARA EL CONTROL DE  *
      *                    USUARIOS INACTIVOS.                       *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           MOVE WS-FECHA-SISTEMA    TO OT-FECHA
           MOVE WS-HORA-FORMATEADA  TO OT-HORA
           MOVE OTW-PROGRAMA        TO OT-PROGRAMA
           MOVE OTW-USUARIO         TO OT-USUARIO
           OPEN EXTEND TRAZA-ORDEN
           WRITE OT-REGISTRO-HITO
           CLOSE TRAZA-ORDEN

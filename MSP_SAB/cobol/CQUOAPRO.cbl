      *                    (QUOPEND): APROBAR APLICA EL PRECIO A     *
      *                    QUOTEMST, RECHAZAR LO DESCARTA; TODO CON  *
      *                    TRAZA EN ERRLOG.                          *
      * 14/09/2026 JQ      ALTA. EL PRECIO APROBADO DISPARA EL       *
      *                    BARRIDO DE ACTIVACION DE ORDENES          *
      *                    CONDICIONADAS (CONDTRG) DEL NEMONICO.     *
      * 14/09/2026 JQ      ALTA. SE INFORMA EL USUARIO QUE PROVOCO   *
      *                    EL RECHAZO (ERRLOGW), PARA EL CONTROL DE  *
      *                    USUARIOS INACTIVOS.                       *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LOCALIZA EL PRECIO RETENIDO DEL NEMONICO, VALIDA QUE ESTE    *
           88 WS-QM-NO-ENCONTRADO                VALUE '23'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       COPY ERRLOGWP.
       COPY CONDTRGP.
       LINKAGE SECTION.
       COPY QUOAPROP.
       PROCEDURE DIVISION USING QAP-PARAMETROS.
           MOVE WS-FECHA-SISTEMA TO QP-FEC-DECISION
           REWRITE QP-REGISTRO-RETENIDO
           PERFORM 5000-REGISTRAR-TRAZA
           MOVE QP-NEMONICO TO CDT-NEMONICO
           MOVE 'CQUOAPRO'  TO CDT-PROGRAMA-ORIGEN
           CALL 'CONDTRG' USING CDT-PARAMETROS
           .
       3000-APROBAR-PRECIO-EXIT.
           EXIT.
           END-IF
           MOVE QP-NEMONICO  TO EW-VAR1
           MOVE QAP-USUARIO  TO EW-VAR2
           MOVE QAP-USUARIO  TO EW-USUARIO
           CALL 'ERRLOGW' USING EW-PARAMETROS
           .
       5000-REGISTRAR-TRAZA-EXIT.

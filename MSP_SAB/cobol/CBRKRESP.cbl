      *                    RESOLUCION) Y DEVOLUCION A ABIERTO, CON   *
      *                    LINEA DE EVIDENCIA EN LA BITACORA         *
      *                    BRKMANTL.                                 *
      * 28/09/2026 JQ      ALTA. FUNCION K DE CASTIGO: LA DIFERENCIA *
      *                    NO RECUPERABLE DEL QUIEBRE QUEDA CON SU   *
      *                    IMPORTE EN LA BITACORA BRKMANTL Y SE      *
      *                    PROPONE COMO EVENTO DE PERDIDA            *
      *                    OPERACIONAL (EVPROP).                     *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RBRKMGT REGISTRA Y CIERRA LOS QUIEBRES SEGUN LO QUE LA       *
      * QUIEBRE PASA A 'R' EN RESOLUCION) O LO DEVUELVE A ABIERTO    *
      * (FUNCION 'D', CONSERVANDO EL RESPONSABLE COMO RASTRO). EL    *
      * QUIEBRE CERRADO NO SE TOCA: SI REAPARECE, RBRKMGT LO REABRE. *
      * CON LA FUNCION 'K' LA MESA CASTIGA LA DIFERENCIA QUE NO SE   *
      * VA A RECUPERAR: EL IMPORTE QUEDA EN LA BITACORA Y SE PROPONE *
      * AL REGISTRO DE EVENTOS DE PERDIDA (EVPERD) BAJO LA MISMA     *
      * CLAVE DEL QUIEBRE, LINEA 5 (PAGOS Y LIQUIDACION) Y TIPO 7    *
      * (EJECUCION Y GESTION DE PROCESOS). EL QUIEBRE SIGUE SU CURSO *
      * Y LO CIERRA RBRKMGT CUANDO EL AJUSTE CONTABLE LO ELIMINE.    *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 WB-CLAVE                 PIC  X(30).
           05 FILLER                   PIC  X(05) VALUE ' RSP '.
           05 WB-RESPONSABLE           PIC  X(07).
           05 FILLER                   PIC  X(05) VALUE ' IMP '.
           05 WB-IMPORTE               PIC  -(12)9.99.
           05 FILLER                   PIC  X(09) VALUE SPACES.
       COPY EVPROPP.
       LINKAGE SECTION.
       COPY BRKRESPP.
       PROCEDURE DIVISION USING BRS-PARAMETROS.
           END-IF
           IF BRS-COD-RETORNO = '00'
              PERFORM 3000-APLICAR-FUNCION
                 THRU 3000-APLICAR-FUNCION-EXIT
           END-IF
           PERFORM 9000-FIN
           GOBACK.
                 END-IF
              WHEN BRS-DEVOLVER
                 CONTINUE
              WHEN BRS-CASTIGAR
                 IF BRS-IMPORTE NOT NUMERIC
                    OR BRS-IMPORTE NOT > 0
                    MOVE '27' TO BRS-COD-RETORNO
                 END-IF
              WHEN OTHER
                 MOVE '25' TO BRS-COD-RETORNO
           END-EVALUATE
           EXIT.
      *--------------------------------------------------------------*
       3000-APLICAR-FUNCION.
           IF BRS-CASTIGAR
              PERFORM 3100-GRABAR-BITACORA
              PERFORM 3200-PROPONER-EVENTO
              GO TO 3000-APLICAR-FUNCION-EXIT
           END-IF
           IF BRS-ASIGNAR
              MOVE BRS-RESPONSABLE TO BR-RESPONSABLE
              MOVE 'R'             TO BR-ESTADO
           MOVE BRS-ORIGEN        TO WB-ORIGEN
           MOVE BRS-CLAVE-QUIEBRE TO WB-CLAVE
           MOVE BR-RESPONSABLE    TO WB-RESPONSABLE
           MOVE 0                 TO WB-IMPORTE
           IF BRS-CASTIGAR
              MOVE BRS-IMPORTE    TO WB-IMPORTE
           END-IF
           WRITE BITACORA-REC FROM WS-LINEA-BITACORA
           .
       3100-GRABAR-BITACORA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3200-PROPONER-EVENTO.
           MOVE 'P'               TO EVP-FUNCION
           MOVE BR-ORIGEN         TO EVP-ORIGEN
           MOVE BR-CLAVE-QUIEBRE  TO EVP-REFERENCIA
           MOVE 'Q'               TO EVP-FUENTE
           MOVE BR-FECHA-PRIMERA  TO EVP-FECHA-OCURRENCIA
           MOVE BR-FECHA-PRIMERA  TO EVP-FECHA-DESCUBRIMIENTO
           MOVE 5                 TO EVP-LINEA-NEGOCIO
           MOVE 7                 TO EVP-TIPO-EVENTO
           MOVE SPACES            TO EVP-CTAVALOR
           MOVE BRS-MONEDA        TO EVP-MONEDA
           MOVE BRS-IMPORTE       TO EVP-IMPORTE
           MOVE BR-DESCRIPCION    TO EVP-DESCRIPCION
           CALL 'EVPROP' USING EVP-PARAMETROS
           .
       3200-PROPONER-EVENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           IF BRS-COD-RETORNO NOT = '25'
              AND BRS-COD-RETORNO NOT = '26'
              AND BRS-COD-RETORNO NOT = '27'
              CLOSE REGISTRO-QUIEBRE BITACORA-MANT
           END-IF
           .

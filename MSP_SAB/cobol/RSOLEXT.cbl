      *                    COMO INSTRUCCIONES DE TRANSFERENCIA PARA  *
      *                    EL BANCO (BANKTRF). CADA RETIRO EXTRAIDO  *
      *                    PASA A ESTADO ENVIADA.                    *
      * 21/09/2026 JQ      ALTA. ANTES DE EXTRAER CADA RETIRO SE     *
      *                    VUELVE A VALIDAR SU CCI CONTRA EL         *
      *                    REGISTRO DE CUENTAS BANCARIAS (CTABCHK);  *
      *                    EL QUE YA NO ESTA VERIFICADO O FUE DADO   *
      *                    DE BAJA NO SE ENVIA, QUEDA APROBADA Y LA  *
      *                    CORRIDA TERMINA CON RETORNO 4.            *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RECORRE EL MAESTRO DE SOLICITUDES DE EFECTIVO (SOLEFE) EN    *
           88 WS-SL-FIN                          VALUE '10'.
       77  WS-TOT-LEIDAS               PIC 9(07) COMP VALUE 0.
       77  WS-TOT-ENVIADAS             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-OMITIDAS             PIC 9(07) COMP VALUE 0.
       01  WS-FECHA-PROCESO            PIC 9(08).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05 WS-FEC-ANIO-E            PIC 9(04).
           05 FILLER                   PIC X(01) VALUE '-'.
           05 WS-FEC-DIA               PIC 9(02).
       COPY BCHCTLP.
       COPY CTABCHKP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
       2000-PROCESAR-SOLICITUD.
           ADD 1 TO WS-TOT-LEIDAS
           IF SL-ES-RETIRO AND SL-APROBADA
              PERFORM 2050-VALIDAR-CUENTA-BANCARIA
              IF IBC-CUENTA-VALIDA
                 PERFORM 2100-GENERAR-INSTRUCCION
              ELSE
                 ADD 1 TO WS-TOT-OMITIDAS
                 DISPLAY 'RSOLEXT - RETIRO NO ENVIADO, CCI NO VALIDO ('
                         IBC-MOTIVO ') CUENTA ' SL-CTAVALOR
                         ' SOLICITUD ' SL-SOLICITUD
              END-IF
           END-IF
           READ SOLICITUD-EFECTIVO NEXT RECORD
              AT END MOVE '10' TO WS-SL-STATUS
           .
       2000-PROCESAR-SOLICITUD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    LA CUENTA PUDO DARSE DE BAJA ENTRE LA APROBACION Y EL     *
      *    EXTRACTO: SE VALIDA DE NUEVO CONTRA CTABANC.              *
      *--------------------------------------------------------------*
       2050-VALIDAR-CUENTA-BANCARIA.
           MOVE 'V'             TO IBC-FUNCION
           MOVE SL-CTAVALOR     TO IBC-CTA-VALOR
           MOVE SL-CTA-BANCARIA TO IBC-CCI
           MOVE SL-MONEDA       TO IBC-MONEDA
           CALL 'CTABCHK' USING IBC-PARAMETROS
           .
       2050-VALIDAR-CUENTA-BANCARIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-GENERAR-INSTRUCCION.
           MOVE WS-FECHA-PROCESO TO BT-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RSOLEXT - SOLICITUDES LEIDAS   : ' WS-TOT-LEIDAS
           DISPLAY 'RSOLEXT - RETIROS ENVIADOS     : ' WS-TOT-ENVIADAS
           DISPLAY 'RSOLEXT - RETIROS NO ENVIADOS  : ' WS-TOT-OMITIDAS
           IF WS-TOT-OMITIDAS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       9000-FIN-EXIT.
           EXIT.

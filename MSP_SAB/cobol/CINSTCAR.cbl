      * 09/08/2026 JQ      ALTA. CARGA BATCH DE OPERACIONES DE       *
      *                    CLIENTE INSTITUCIONAL (COPESCLIESP) EN UN *
      *                    SOLO ENVIO, CON REPORTE POR FILA.         *
      * 05/10/2026 JQ      ALTA. LA FILA SE VALIDA ADEMAS CONTRA EL  *
      *                    TICK Y EL LOTE DE NEGOCIACION (TICKCHK),  *
      *                    RECHAZO TCK001/TCK002/TCK003 EN INSTCARR. *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LEE INSTCARG SECUENCIALMENTE, UNA LINEA POR OPERACION A      *
      * CREAR PARA UN CLIENTE INSTITUCIONAL. VALIDA EL DIGITO DE     *
      * CONTROL DEL ISIN CON ISINCHK Y EL TICK Y LOTE DE NEGOCIACION *
      * CON TICKCHK (MISMAS GUARDAS QUE PORDCOMVAL/PORDVENVAL). LAS  *
      * FILAS ACEPTADAS SE AGREGAN AL EXTRACTO DIARIO OPEINST (EL    *
      * MISMO QUE ALIMENTA COPESALRT), Y TODA FILA, ACEPTADA O       *
      * RECHAZADA, PRODUCE UNA LINEA EN EL REPORTE DE RESULTADO      *
      * INSTCARR.                                                    *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-TOT-LEIDAS                PIC 9(07) COMP VALUE 0.
       77  WS-TOT-ACEPTADAS             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-RECHAZADAS            PIC 9(07) COMP VALUE 0.
       77  WS-COD-RECHAZO               PIC X(07) VALUE SPACES.
       77  WS-DES-RECHAZO               PIC X(50) VALUE SPACES.
       COPY ISINVAL.
       COPY TICKCHKP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
      *--------------------------------------------------------------*
       2000-PROCESAR-FILA.
           ADD 1 TO WS-TOT-LEIDAS
           MOVE SPACES TO WS-COD-RECHAZO
           MOVE SPACES TO WS-DES-RECHAZO
           MOVE IC-ISIN-ENTRADA TO ISV-ISIN-VALOR
           CALL 'ISINCHK' USING ISV-PARAMETROS
           IF ISV-ISIN-ES-VALIDO
              PERFORM 2050-VALIDAR-TICK-LOTE
           ELSE
              MOVE 'ISN001' TO WS-COD-RECHAZO
              MOVE 'DIGITO DE CONTROL DE ISIN INVALIDO'
                 TO WS-DES-RECHAZO
           END-IF
           IF WS-COD-RECHAZO = SPACES
              PERFORM 2100-ACEPTAR-OPERACION
           ELSE
              PERFORM 2200-RECHAZAR-OPERACION
           .
       2000-PROCESAR-FILA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * MISMA GUARDA DE TICK Y LOTE DE NEGOCIACION QUE PORDCOMVAL Y  *
      * PORDVENVAL (TICKCHK): TCK001 PRECIO FUERA DE TICK, TCK002    *
      * CANTIDAD FUERA DE LOTE, TCK003 IMPORTE BAJO EL MINIMO.       *
      *--------------------------------------------------------------*
       2050-VALIDAR-TICK-LOTE.
           MOVE IC-NEMONIC       TO TIK-NEMONICO
           MOVE IC-COM-VEN       TO TIK-SENTIDO
           MOVE IC-PRECIO        TO TIK-PRECIO
           MOVE IC-TIT-ORDENADOS TO TIK-CANTIDAD
           CALL 'TICKCHK' USING TIK-PARAMETROS
           EVALUATE TRUE
              WHEN TIK-PRECIO-FUERA-TICK
                 MOVE 'TCK001' TO WS-COD-RECHAZO
                 MOVE 'PRECIO NO RESPETA LA FRACCION MINIMA (TICK)'
                    TO WS-DES-RECHAZO
              WHEN TIK-CANTIDAD-FUERA-LOTE
                 MOVE 'TCK002' TO WS-COD-RECHAZO
                 MOVE 'CANTIDAD NO ES MULTIPLO DEL LOTE DE NEGOCIACION'
                    TO WS-DES-RECHAZO
              WHEN TIK-BAJO-MONTO-MINIMO
                 MOVE 'TCK003' TO WS-COD-RECHAZO
                 MOVE 'IMPORTE MENOR AL MINIMO DEL NEMONICO'
                    TO WS-DES-RECHAZO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       2050-VALIDAR-TICK-LOTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-ACEPTAR-OPERACION.
           MOVE SPACES             TO OI-REGISTRO-OPERACION
           MOVE IC-CTA-ECONOMICA   TO ICR-CTA-ECONOMICA
           MOVE IC-NEMONIC         TO ICR-NEMONIC
           MOVE 'N'                TO ICR-IND-RESULTADO
           MOVE WS-COD-RECHAZO     TO ICR-COD-ERROR-DEV
           MOVE WS-DES-RECHAZO     TO ICR-DESCRIPCION
           WRITE ICR-LINEA-RESULTADO
           ADD 1 TO WS-TOT-RECHAZADAS
           .

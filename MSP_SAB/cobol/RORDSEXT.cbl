      *                    ADEMAS PENDIENTE DE APROBACION POR UN     *
      *                    SEGUNDO USUARIO (COTCAPRO), INDEPENDIENTE *
      *                    DE LA CONFIRMACION DE PUNTAS.             *
      * 14/09/2026 JQ      ALTA. SE INFORMA EL USUARIO QUE PROVOCO   *
      *                    EL RECHAZO (ERRLOGW), PARA EL CONTROL DE  *
      *                    USUARIOS INACTIVOS.                       *
      * 05/10/2026 JQ      ALTA. LA CONTRAPARTE (E512-CONTRAPARTE)   *
      *                    ES OBLIGATORIA Y SE VALIDA CONTRA SU      *
      *                    LIMITE DE EXPOSICION OTC Y TOTAL (CTPCHK) *
      *                    ANTES DE REGISTRAR; REGISTRADA LA ORDEN,  *
      *                    SU IMPORTE SE RESERVA EN LA EXPOSICION    *
      *                    INTRADIA.                                 *
      * 05/10/2026 JQ      ALTA. GUARDA DE FRACCION MINIMA DE PRECIO *
      *                    Y LOTE DE NEGOCIACION (TICKCHK), RECHAZO  *
      *                    TCK001/TCK002/TCK003 ANTES DE VALIDAR LA  *
      *                    CONTRAPARTE.                              *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * ALTA DE ORDENES EXTRABURSATILES (OTC). RECIBE E512           *
      * (VLMC512E), DEVUELVE S512 (VLMC512S) CON LOS NUMEROS DE      *
      * ORDEN ASIGNADOS A CADA PUNTA, QUEDANDO EL APAREAMIENTO EN    *
      * ESTADO PENDIENTE EN OTCMAST. LA CONTRAPARTE DEBE ESTAR       *
      * HABILITADA EN CTPMAST Y LA OPERACION DEBE CABER EN SUS       *
      * LIMITES DE EXPOSICION (CTPCHK). PRECIO Y CANTIDAD DEBEN      *
      * RESPETAR EL TICK Y EL LOTE DE NEGOCIACION (TICKCHK).         *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 WS-FEC-DIA               PIC 9(02).
       COPY ISINVAL.
       COPY ERRLOGWP.
       COPY CTPCHKP.
       COPY TICKCHKP.
       LINKAGE SECTION.
       COPY VLMC512E.
       COPY VLMC512S.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-VALIDAR-ISIN
           IF WS-ORDEN-VALIDA
              PERFORM 2200-VALIDAR-TICK-LOTE
           END-IF
           IF WS-ORDEN-VALIDA
              PERFORM 2500-VALIDAR-CONTRAPARTE
           END-IF
           IF WS-ORDEN-VALIDA
              PERFORM 3000-ASIGNAR-ORDENES
              PERFORM 4000-REGISTRAR-PENDIENTE
              IF S512-COD-RETORNO = '00'
                 PERFORM 4500-RESERVAR-EXPOSICION
              END-IF
           ELSE
              PERFORM 9500-REGISTRAR-ERROR
           END-IF
           .
       2000-VALIDAR-ISIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * PRECIO FUERA DEL TICK DEL TRAMO: TCK001. CANTIDAD FUERA DEL  *
      * LOTE DE NEGOCIACION: TCK002. IMPORTE BAJO EL MINIMO: TCK003. *
      * LA OPERACION LLEVA PUNTA VENDEDORA, POR LO QUE EL REMANENTE  *
      * MENOR A UN LOTE PASA SI EL VALOR TIENE SEGMENTO DE LOTES     *
      * IMPARES.                                                     *
      *--------------------------------------------------------------*
       2200-VALIDAR-TICK-LOTE.
           MOVE E512-NEMONIC       TO TIK-NEMONICO
           MOVE 'V'                TO TIK-SENTIDO
           MOVE E512-PRECIO        TO TIK-PRECIO
           MOVE E512-TIT-ORDENADOS TO TIK-CANTIDAD
           CALL 'TICKCHK' USING TIK-PARAMETROS
           EVALUATE TRUE
              WHEN TIK-PRECIO-FUERA-TICK
                 MOVE 'N'      TO WS-SW-VALIDACION
                 MOVE '20'     TO S512-COD-RETORNO
                 MOVE 'TCK001' TO S512-COD-ERROR-DEV
              WHEN TIK-CANTIDAD-FUERA-LOTE
                 MOVE 'N'      TO WS-SW-VALIDACION
                 MOVE '20'     TO S512-COD-RETORNO
                 MOVE 'TCK002' TO S512-COD-ERROR-DEV
              WHEN TIK-BAJO-MONTO-MINIMO
                 MOVE 'N'      TO WS-SW-VALIDACION
                 MOVE '20'     TO S512-COD-RETORNO
                 MOVE 'TCK003' TO S512-COD-ERROR-DEV
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       2200-VALIDAR-TICK-LOTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CONTRAPARTE NO REGISTRADA, EN BLANCO, SUSPENDIDA O DE BAJA:  *
      * OTC002. IMPORTE QUE EXCEDE EL LIMITE OTC O EL TOTAL: OTC003. *
      *--------------------------------------------------------------*
       2500-VALIDAR-CONTRAPARTE.
           MOVE 'V'                TO CTK-FUNCION
           MOVE E512-CONTRAPARTE   TO CTK-CONTRAPARTE
           MOVE 1                  TO CTK-PRODUCTO
           MOVE E512-NEMONIC       TO CTK-NEMONICO
           MOVE E512-TIT-ORDENADOS TO CTK-TITULOS
           COMPUTE CTK-IMPORTE ROUNDED =
              E512-TIT-ORDENADOS * E512-PRECIO
           CALL 'CTPCHK' USING CTK-PARAMETROS
           EVALUATE TRUE
              WHEN CTK-DENTRO-LIMITE
                 CONTINUE
              WHEN CTK-EXCEDE-PRODUCTO
                 OR CTK-EXCEDE-TOTAL
                 MOVE 'N'      TO WS-SW-VALIDACION
                 MOVE '20'     TO S512-COD-RETORNO
                 MOVE 'OTC003' TO S512-COD-ERROR-DEV
              WHEN OTHER
                 MOVE 'N'      TO WS-SW-VALIDACION
                 MOVE '20'     TO S512-COD-RETORNO
                 MOVE 'OTC002' TO S512-COD-ERROR-DEV
           END-EVALUATE
           .
       2500-VALIDAR-CONTRAPARTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-ASIGNAR-ORDENES.
           OPEN I-O SECUENCIA-OTC
           MOVE SPACES            TO OM-USU-APROBADOR
           MOVE SPACES            TO OM-FECHA-APROBACION
           MOVE OM-IND-APROBACION TO S512-IND-APROBACION
           MOVE E512-CONTRAPARTE  TO OM-CONTRAPARTE
           OPEN I-O APAREAMIENTO-OTC
           WRITE OM-REGISTRO-APAREAMIENTO
              INVALID KEY
           .
       4000-REGISTRAR-PENDIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4500-RESERVAR-EXPOSICION.
           MOVE 'R'                  TO CTK-FUNCION
           MOVE WS-IMPORTE-NEGOCIADO TO CTK-IMPORTE
           CALL 'CTPCHK' USING CTK-PARAMETROS
           .
       4500-RESERVAR-EXPOSICION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9500-REGISTRAR-ERROR.
           MOVE 'RORDSEXT' TO EW-PROGRAMA
           MOVE S512-COD-ERROR-DEV TO EW-COD-ERROR-DEV
           MOVE S512-VAR1-ERROR    TO EW-VAR1
           MOVE S512-VAR2-ERROR    TO EW-VAR2
           MOVE E512-USUARIO       TO EW-USUARIO
           CALL 'ERRLOGW' USING EW-PARAMETROS
           .
       9500-REGISTRAR-ERROR-EXIT.

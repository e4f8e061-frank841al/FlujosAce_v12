      *                    VALOR CORRIDA UN DIA HABIL (LIBERACION EN *
      *                    LA APERTURA + T+2): ANTES SE LIBERABA SIN *
      *                    DEAL PARA RFXDLIQ.                        *
      * 14/09/2026 JQ      ALTA. ORDEN CONDICIONADA STOP-LOSS /      *
      *                    TAKE-PROFIT (E508-IND-CONDICION): SE      *
      *                    VALIDA PRECIO Y SENTIDO DE ACTIVACION     *
      *                    (RECHAZO CND001; CND002 SI VIENE EN OTRA  *
      *                    MONEDA) Y SE ACEPTA LATENTE (RETORNO      *
      *                    '03'), POSTERGANDO LAS GUARDAS SENSIBLES  *
      *                    AL TIEMPO AL BARRIDO DE ACTIVACION        *
      *                    CONDTRG.                                  *
      * 14/09/2026 JQ      ALTA. GUARDA DE NEGOCIACION POR CUENTA    *
      *                    PROPIA DEL PERSONAL (PADCHK): LA CUENTA   *
      *                    DE EMPLEADO (PADEMPL) NO VENDE UN         *
      *                    NEMONICO DE LA LISTA RESTRINGIDA          *
      *                    (PAD001), NI SIN PREAUTORIZACION          *
      *                    APROBADA Y VIGENTE (PAD002), NI LOTES     *
      *                    CON MENOS DE LA PERMANENCIA MINIMA        *
      *                    DESDE SU COMPRA (PAD003, LOTEMAST).       *
      * 14/09/2026 JQ      ALTA. EXCEPCION SUPERVISADA (OVRCHK) DE   *
      *                    LOS RECHAZOS DE BROKER, COTIZACION Y      *
      *                    BANDA MARCADOS EXCEPTUABLES EN ERRCAT,    *
      *                    CON CONSTANCIA EN ORDOVRD Y RETORNO '04'. *
      * 14/09/2026 JQ      ALTA. SE INFORMA EL USUARIO QUE PROVOCO   *
      *                    EL HITO (ORDTRCW) Y EL RECHAZO (ERRLOGW), *
      *                    PARA EL CONTROL DE USUARIOS INACTIVOS.    *
      * 21/09/2026 JQ      ALTA. CUENTA MANCOMUNADA CON REGLA DE     *
      *                    FIRMA CONJUNTA (COTICHK/COTITUL): LA      *
      *                    ORDEN QUE NO VIENE DE UN APODERADO DEBE   *
      *                    TRAER EN E508-FIRMA-TITULAR LA FIRMA DE   *
      *                    TODOS LOS TITULARES VIGENTES, RECHAZO     *
      *                    TIT001.                                   *
      * 28/09/2026 JQ      ALTA. LA MONEDA DE LA ORDEN PASA A        *
      *                    FEEDETW (FTW-MONEDA) PARA QUE EL DETALLE  *
      *                    DE GASTOS QUEDE EN ESA MONEDA.            *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      * 05/10/2026 JQ      ALTA. GUARDA DE FRACCION MINIMA DE PRECIO *
      *                    Y LOTE DE NEGOCIACION (TICKCHK SOBRE      *
      *                    TICKPARM/NEMOMAST): RECHAZO TCK001        *
      *                    (PRECIO FUERA DE TICK), TCK002 (CANTIDAD  *
      *                    FUERA DE LOTE) Y TCK003 (IMPORTE BAJO EL  *
      *                    MINIMO). LA VENTA DE UN REMANENTE MENOR A *
      *                    UN LOTE SOLO SE ADMITE EN LOS VALORES CON *
      *                    SEGMENTO DE LOTES IMPARES.                *
      * 05/10/2026 JQ      ALTA. LA ORDEN ACEPTADA DEJA SU IMAGEN DE *
      *                    ALTA DE ORDMAST EN LA BITACORA DE         *
      *                    RECUPERACION HACIA ADELANTE (FWDJRNW).    *
      * 05/10/2026 JQ      LA IMAGEN DE ALTA DE LA ORDEN ACEPTADA SE *
      *                    REPLICA EN EL LIBRO DE ORDENES VIVAS      *
      *                    (ORDVIVW).                                *
      * 15/10/2026 JQ      CORRECCION. LA EXCEPCION SUPERVISADA QUE  *
      *                    AUTORIZA OVRCHK SE GUARDA EN LA TABLA DE  *
      *                    LA ORDEN Y SE GRABA EN ORDOVRD (ORDOVRW)  *
      *                    SOLO CUANDO LA ORDEN QUEDA ACEPTADA; LA   *
      *                    ORDEN QUE OTRA GUARDA RECHAZA NO DEJA     *
      *                    EXCEPCIONES.                              *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * ALTA DE ORDENES DE VENTA DE VALORES.                         *
       01  WS-SW-VALIDACION           PIC X(01) VALUE 'S'.
           88 WS-ORDEN-VALIDA                  VALUE 'S'.
           88 WS-ORDEN-INVALIDA                VALUE 'N'.
       01  WS-IDX-FIRMA               PIC 9(02) COMP VALUE 0.
       01  WS-SW-ENCOLAR              PIC X(01) VALUE 'N'.
           88 WS-ORDEN-ENCOLADA                VALUE 'S'.
       01  WS-SW-LATENTE              PIC X(01) VALUE 'N'.
           88 WS-ORDEN-LATENTE                 VALUE 'S'.
       01  WS-SW-EXCEPCION            PIC X(01) VALUE 'N'.
           88 WS-ORDEN-EXCEPTUADA              VALUE 'S'.
       01  WS-TOT-EXCEPCIONES         PIC 9(02) COMP VALUE 0.
       01  WS-IDX-EXCEPCION           PIC 9(02) COMP VALUE 0.
       01  WS-TABLA-EXCEPCIONES.
           05 WS-EXC-ENTRADA OCCURS 10 TIMES.
              10 WS-EXC-COD-ERROR-DEV PIC X(07).
              10 WS-EXC-VAR1          PIC X(20).
              10 WS-EXC-VAR2          PIC X(20).
       01  WS-CTA-VALOR-ARMADA.
           05 WS-CVA-ENT              PIC X(04).
           05 WS-CVA-OFI              PIC X(04).
           05 WS-CVA-DCH              PIC X(02).
           05 WS-CVA-PRO              PIC X(02).
           05 WS-CVA-NRO              PIC X(08).
       01  WS-FECHA-ALTA               PIC 9(08).
       01  WS-HORA-ALTA                PIC 9(08).
       01  WS-CAMBIO-OFICIAL-ED        PIC Z(08)9.9999.
       01  WS-LIMITE-DIARIO-ED         PIC Z(10)9.99.
       01  WS-DESVIO-BANDA-ED          PIC ZZZZ9.99.
       01  WS-TICK-ED                  PIC ZZZ9.9999.
       01  WS-LOTE-ED                  PIC Z(08)9.
       01  WS-MONTO-MINIMO-ED          PIC Z(10)9.99.
       COPY SUSPCHKP.
       COPY CIERCHKP.
       COPY ISINVAL.
       COPY QUOCHKP.
       COPY BRKCHKP.
       COPY BANDCHKP.
       COPY TICKCHKP.
       COPY FEEDETWP.
       COPY ERRLOGWP.
       COPY EFECHKP.
       COPY DIAHABP.
       COPY SESCHKP.
       COPY MANDCHKP.
       COPY COTCHKP.
       COPY LEGCHKP.
       COPY PADCHKP.
       COPY OVRCHKP.
       COPY ORDTRCWP.
       COPY FWDJRNWP.
       COPY ORDVIVWP.
       COPY ORDMAST.
       LINKAGE SECTION.
       COPY VLMC508E.
       COPY VLMC508S.
           IF WS-ORDEN-VALIDA
              PERFORM 1450-VALIDAR-MANDATO
           END-IF
           IF WS-ORDEN-VALIDA
              PERFORM 1460-VALIDAR-COTITULARES
                 THRU 1460-VALIDAR-COTITULARES-EXIT
           END-IF
           IF WS-ORDEN-VALIDA
              PERFORM 1470-VALIDAR-LEGAL
           END-IF
           IF WS-ORDEN-VALIDA
              PERFORM 1480-VALIDAR-EMPLEADO
           END-IF
           IF WS-ORDEN-VALIDA
              PERFORM 1490-VALIDAR-CONDICION
           END-IF
           IF WS-ORDEN-VALIDA
              PERFORM 1500-VALIDAR-NEGOCIACION
           END-IF
           IF WS-ORDEN-VALIDA
              PERFORM 1550-VALIDAR-TICK-LOTE
           END-IF
           IF WS-ORDEN-VALIDA
              PERFORM 2000-VALIDAR-ISIN
           END-IF
           END-IF
           IF WS-ORDEN-VALIDA
              PERFORM 2800-VALIDAR-BROKER
              PERFORM 2990-EVALUAR-EXCEPCION
                 THRU 2990-EVALUAR-EXCEPCION-EXIT
           END-IF
           IF WS-ORDEN-VALIDA AND NOT WS-ORDEN-ENCOLADA
              AND NOT WS-ORDEN-LATENTE
              PERFORM 2900-VALIDAR-COTIZACION
              PERFORM 2990-EVALUAR-EXCEPCION
                 THRU 2990-EVALUAR-EXCEPCION-EXIT
           END-IF
           IF WS-ORDEN-VALIDA AND NOT WS-ORDEN-ENCOLADA
              AND NOT WS-ORDEN-LATENTE
              PERFORM 2950-VALIDAR-BANDA
              PERFORM 2990-EVALUAR-EXCEPCION
                 THRU 2990-EVALUAR-EXCEPCION-EXIT
           END-IF
           IF WS-ORDEN-VALIDA
              PERFORM 3000-PROCESAR-ORDEN
           MOVE SPACES TO VLMC508S-DATOS-SALIDA
           MOVE 'S' TO WS-SW-VALIDACION
           MOVE 'N' TO WS-SW-ENCOLAR
           MOVE 'N' TO WS-SW-LATENTE
           MOVE 'N' TO WS-SW-EXCEPCION
           MOVE 0   TO WS-TOT-EXCEPCIONES
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
           .
       1450-VALIDAR-MANDATO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EN LA CUENTA MANCOMUNADA DE FIRMA CONJUNTA LA ORDEN DEBE     *
      * LLEVAR LA FIRMA DE TODOS LOS TITULARES VIGENTES (COTITUL).   *
      * LA ORDEN DE UN APODERADO SE RIGE POR SU PODER (MANDCHK) Y    *
      * LA CUENTA INDIVIDUAL O INDISTINTA NO EXIGE MAS FIRMAS.       *
      *--------------------------------------------------------------*
       1460-VALIDAR-COTITULARES.
           IF E508-FIRMA NOT = SPACES
              GO TO 1460-VALIDAR-COTITULARES-EXIT
           END-IF
           MOVE 'F'                 TO TCK-FUNCION
           MOVE WS-CTA-VALOR-ARMADA TO TCK-CTA-VALOR
           PERFORM 1465-MOVER-FIRMA
              VARYING WS-IDX-FIRMA FROM 1 BY 1
              UNTIL WS-IDX-FIRMA > 10
           CALL 'COTICHK' USING TCK-PARAMETROS
           IF TCK-FALTA-FIRMA
              MOVE 'N'      TO WS-SW-VALIDACION
              MOVE '20'     TO S508-COD-RETORNO
              MOVE 'TIT001' TO S508-COD-ERROR-DEV
              MOVE TCK-FIRMA-FALTANTE  TO S508-VAR1-ERROR
              MOVE WS-CTA-VALOR-ARMADA TO S508-VAR2-ERROR
           END-IF
           .
       1460-VALIDAR-COTITULARES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1465-MOVER-FIRMA.
           MOVE E508-FIRMA-TITULAR(WS-IDX-FIRMA)
              TO TCK-FIRMA-PRES(WS-IDX-FIRMA)
           .
       1465-MOVER-FIRMA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1470-VALIDAR-LEGAL.
           MOVE WS-CTA-VALOR-ARMADA TO LEG-CTA-VALOR
           .
       1470-VALIDAR-LEGAL-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CUENTA PROPIA DEL PERSONAL: ADEMAS DE LA LISTA RESTRINGIDA Y *
      * LA PREAUTORIZACION, LA VENTA EXIGE QUE LOS LOTES QUE RELEVA  *
      * EL FIFO CUMPLAN LA PERMANENCIA MINIMA; EL RECHAZO INFORMA LA *
      * FECHA DESDE LA QUE PUEDE VENDERSE.                           *
      *--------------------------------------------------------------*
       1480-VALIDAR-EMPLEADO.
           MOVE WS-CTA-VALOR-ARMADA TO PAD-CTA-VALOR
           MOVE E508-NEMONIC        TO PAD-NEMONICO
           MOVE 'V'                 TO PAD-TIPO-OPERACION
           MOVE E508-TIT-ORDENADOS  TO PAD-CANTIDAD
           CALL 'PADCHK' USING PAD-PARAMETROS
           IF PAD-NEMONICO-RESTRINGIDO
              OR PAD-SIN-PREAUTORIZACION
              OR PAD-PERMANENCIA-MINIMA
              MOVE 'N'  TO WS-SW-VALIDACION
              MOVE '20' TO S508-COD-RETORNO
              MOVE PAD-COD-EMPLEADO TO S508-VAR1-ERROR
              MOVE E508-NEMONIC     TO S508-VAR2-ERROR
              EVALUATE TRUE
                 WHEN PAD-NEMONICO-RESTRINGIDO
                    MOVE 'PAD001' TO S508-COD-ERROR-DEV
                 WHEN PAD-SIN-PREAUTORIZACION
                    MOVE 'PAD002' TO S508-COD-ERROR-DEV
                 WHEN OTHER
                    MOVE 'PAD003' TO S508-COD-ERROR-DEV
                    MOVE PAD-FEC-LIBERACION TO S508-VAR2-ERROR
              END-EVALUATE
           END-IF
           .
       1480-VALIDAR-EMPLEADO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA ORDEN CONDICIONADA (STOP-LOSS / TAKE-PROFIT) SE ACEPTA    *
      * LATENTE: EXIGE PRECIO DE ACTIVACION POSITIVO Y SENTIDO 'B'   *
      * (A LA BAJA) O 'A' (AL ALZA). NO ADMITE MONEDA DISTINTA A LA  *
      * DE LA CUENTA PORQUE EL DEAL DE CAMBIO (FXDEALW) SE PACTA CON *
      * FECHA DE VALOR AL CAPTURAR Y LA ACTIVACION NO TIENE FECHA.   *
      * LAS GUARDAS SENSIBLES AL TIEMPO CORREN EN LA ACTIVACION      *
      * (CONDTRG).                                                   *
      *--------------------------------------------------------------*
       1490-VALIDAR-CONDICION.
           IF E508-IND-CONDICION NOT = SPACE
              IF (E508-IND-CONDICION NOT = 'S'
                  AND E508-IND-CONDICION NOT = 'T')
                 OR E508-PRECIO-ACTIVACION NOT > 0
                 OR (E508-SENTIDO-ACTIVACION NOT = 'B'
                  AND E508-SENTIDO-ACTIVACION NOT = 'A')
                 MOVE 'N'      TO WS-SW-VALIDACION
                 MOVE '20'     TO S508-COD-RETORNO
                 MOVE 'CND001' TO S508-COD-ERROR-DEV
                 MOVE E508-NEMONIC        TO S508-VAR1-ERROR
                 MOVE E508-IND-CONDICION  TO S508-VAR2-ERROR
              ELSE
                 IF E508-MONEDA-EXTJ NOT = SPACES
                    MOVE 'N'      TO WS-SW-VALIDACION
                    MOVE '20'     TO S508-COD-RETORNO
                    MOVE 'CND002' TO S508-COD-ERROR-DEV
                    MOVE E508-NEMONIC     TO S508-VAR1-ERROR
                    MOVE E508-MONEDA-EXTJ TO S508-VAR2-ERROR
                 ELSE
                    MOVE 'S' TO WS-SW-LATENTE
                 END-IF
              END-IF
           END-IF
           .
       1490-VALIDAR-CONDICION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1500-VALIDAR-NEGOCIACION.
           MOVE E508-NEMONIC TO SUS-NEMONICO
           .
       1500-VALIDAR-NEGOCIACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * PRECIO FUERA DE LA FRACCION MINIMA (TICK) DEL TRAMO: TCK001. *
      * CANTIDAD QUE NO ES MULTIPLO DEL LOTE DE NEGOCIACION: TCK002. *
      * IMPORTE POR DEBAJO DEL MINIMO DEL NEMONICO: TCK003. LA BOLSA *
      * LA RECHAZARIA IGUAL, POR ESO NO ADMITE EXCEPCION Y SE VALIDA *
      * AUN CUANDO LA ORDEN QUEDE ENCOLADA O LATENTE.                *
      * LA VENTA DE UN REMANENTE MENOR A UN LOTE PASA COMO LOTE      *
      * IMPAR SOLO SI EL VALOR TIENE ESE SEGMENTO EN LA BOLSA.       *
      *--------------------------------------------------------------*
       1550-VALIDAR-TICK-LOTE.
           MOVE E508-NEMONIC       TO TIK-NEMONICO
           MOVE 'V'                TO TIK-SENTIDO
           MOVE E508-PRECIO        TO TIK-PRECIO
           MOVE E508-TIT-ORDENADOS TO TIK-CANTIDAD
           CALL 'TICKCHK' USING TIK-PARAMETROS
           IF TIK-PRECIO-FUERA-TICK OR TIK-CANTIDAD-FUERA-LOTE
              OR TIK-BAJO-MONTO-MINIMO
              MOVE 'N'          TO WS-SW-VALIDACION
              MOVE '20'         TO S508-COD-RETORNO
              MOVE E508-NEMONIC TO S508-VAR1-ERROR
              EVALUATE TRUE
                 WHEN TIK-PRECIO-FUERA-TICK
                    MOVE 'TCK001'   TO S508-COD-ERROR-DEV
                    MOVE TIK-TICK   TO WS-TICK-ED
                    MOVE WS-TICK-ED TO S508-VAR2-ERROR
                 WHEN TIK-CANTIDAD-FUERA-LOTE
                    MOVE 'TCK002'   TO S508-COD-ERROR-DEV
                    MOVE TIK-LOTE   TO WS-LOTE-ED
                    MOVE WS-LOTE-ED TO S508-VAR2-ERROR
                 WHEN TIK-BAJO-MONTO-MINIMO
                    MOVE 'TCK003'   TO S508-COD-ERROR-DEV
                    MOVE TIK-MONTO-MINIMO   TO WS-MONTO-MINIMO-ED
                    MOVE WS-MONTO-MINIMO-ED TO S508-VAR2-ERROR
              END-EVALUATE
           END-IF
           .
       1550-VALIDAR-TICK-LOTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-VALIDAR-ISIN.
           MOVE E508-ISIN-ENTRADA TO ISV-ISIN-VALOR
           .
       2950-VALIDAR-BANDA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * SE EVALUA INMEDIATAMENTE DESPUES DE CADA GUARDA BLANDA. SI   *
      * ESA GUARDA ACABA DE RECHAZAR Y LA ORDEN TRAE SUPERVISOR DE   *
      * EXCEPCION, OVRCHK DECIDE: SOLO LEVANTA CODIGOS EXCEPTUABLES  *
      * EN ERRCAT, CON MOTIVO VALIDO Y SUPERVISOR AUTORIZADO         *
      * DISTINTO DEL QUE INGRESA. SI NO SE EXCEPTUA, EL RECHAZO      *
      * QUEDA TAL CUAL. LA EXCEPCION AUTORIZADA SOLO SE GUARDA EN LA *
      * TABLA DE LA ORDEN: LA CONSTANCIA EN ORDOVRD LA GRABA 3400 SI *
      * LA ORDEN TERMINA ACEPTADA.                                   *
      *--------------------------------------------------------------*
       2990-EVALUAR-EXCEPCION.
           IF WS-ORDEN-VALIDA
              OR E508-USU-EXCEPCION = SPACES
              GO TO 2990-EVALUAR-EXCEPCION-EXIT
           END-IF
           MOVE 'PORDVENV'            TO OVR-PROGRAMA
           MOVE E508-NUM-ORDEN        TO OVR-ORDEN
           MOVE WS-CTA-VALOR-ARMADA   TO OVR-CTA-VALOR
           MOVE E508-NEMONIC          TO OVR-NEMONICO
           MOVE S508-COD-ERROR-DEV    TO OVR-COD-ERROR-DEV
           MOVE S508-VAR1-ERROR       TO OVR-VAR1
           MOVE S508-VAR2-ERROR       TO OVR-VAR2
           MOVE E508-USUARIO          TO OVR-USU-ORDEN
           MOVE E508-USU-EXCEPCION    TO OVR-USU-AUTORIZA
           MOVE E508-CANAL-EXCEPCION  TO OVR-CANAL
           MOVE E508-MOTIVO-EXCEPCION TO OVR-MOTIVO
           MOVE E508-COMEN-EXCEPCION  TO OVR-COMENTARIO
           CALL 'OVRCHK' USING OVR-PARAMETROS
           IF OVR-EXCEPTUADA
              MOVE 'S'    TO WS-SW-VALIDACION
              MOVE 'S'    TO WS-SW-EXCEPCION
              IF WS-TOT-EXCEPCIONES < 10
                 ADD 1 TO WS-TOT-EXCEPCIONES
                 MOVE OVR-COD-ERROR-DEV
                    TO WS-EXC-COD-ERROR-DEV(WS-TOT-EXCEPCIONES)
                 MOVE OVR-VAR1 TO WS-EXC-VAR1(WS-TOT-EXCEPCIONES)
                 MOVE OVR-VAR2 TO WS-EXC-VAR2(WS-TOT-EXCEPCIONES)
              END-IF
              MOVE SPACES TO S508-COD-RETORNO
              MOVE SPACES TO S508-COD-ERROR-DEV
              MOVE SPACES TO S508-VAR1-ERROR
              MOVE SPACES TO S508-VAR2-ERROR
           END-IF
           .
       2990-EVALUAR-EXCEPCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-PROCESAR-ORDEN.
      *    LA ORDEN PASA A LA LOGICA DE ALTA (DEPOSITO EN CDETORD,    *
           MOVE E508-NUM-ORDEN      TO FTW-ORDEN
           MOVE E508-NEMONIC        TO FTW-NEMONICO
           MOVE E508-BROKER         TO FTW-BROKER
           MOVE E508-MONEDA-EXTJ    TO FTW-MONEDA
           COMPUTE FTW-BASE =
              E508-TIT-ORDENADOS * E508-PRECIO
           CALL 'FEEDETW' USING FTW-PARAMETROS
              MOVE '02'       TO S508-COD-RETORNO
              MOVE 'ENCOLADA' TO S508-DES-OPERACION
           END-IF
           IF WS-ORDEN-LATENTE
      *       ACEPTADA LATENTE: LA LOGICA DE ALTA DEPOSITA LA ORDEN  *
      *       CON SITUACION LATENTE Y SU CONDICION DE ACTIVACION, Y  *
      *       CONDTRG LA LIBERA CUANDO EL PRECIO LA DISPARA.         *
              MOVE '03'      TO S508-COD-RETORNO
              MOVE 'LATENTE' TO S508-DES-OPERACION
           END-IF
           IF WS-ORDEN-EXCEPTUADA AND S508-COD-RETORNO = '00'
      *       ACEPTADA CON EXCEPCION SUPERVISADA: LA CONSTANCIA SE   *
      *       GRABA EN ORDOVRD (3400) Y SALE EN EL REPORTE ROVRDRPT. *
              MOVE '04'        TO S508-COD-RETORNO
              MOVE 'EXCEPCION' TO S508-DES-OPERACION
           END-IF
           PERFORM 3200-REGISTRAR-HITO-CAPTURA
           PERFORM 3300-REGISTRAR-RECUPERACION
           PERFORM 3400-REGISTRAR-EXCEPCION
              VARYING WS-IDX-EXCEPCION FROM 1 BY 1
              UNTIL WS-IDX-EXCEPCION > WS-TOT-EXCEPCIONES
           .
       3000-PROCESAR-ORDEN-EXIT.
           EXIT.
           MOVE WS-CTA-VALOR-ARMADA TO OTW-CTAVALOR
           MOVE 'C'                 TO OTW-ETAPA
           MOVE 'PORDVENV'          TO OTW-PROGRAMA
           MOVE E508-USUARIO        TO OTW-USUARIO
           CALL 'ORDTRCW' USING OTW-PARAMETROS
           .
       3200-REGISTRAR-HITO-CAPTURA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA IMAGEN DE ALTA DE LA ORDEN ACEPTADA (LA MISMA QUE         *
      * DEPOSITA LA LOGICA DE ALTA EN ORDMAST) QUEDA EN LA BITACORA  *
      * DE RECUPERACION HACIA ADELANTE, PARA QUE RFWDRCV LA          *
      * REAPLIQUE SOBRE EL ULTIMO PAQUETE DE CIERRE. EL ASESOR LO    *
      * RESUELVE LA LOGICA DE ALTA Y LA IMAGEN LO LLEVA EN BLANCO.   *
      *--------------------------------------------------------------*
       3300-REGISTRAR-RECUPERACION.
           ACCEPT WS-FECHA-ALTA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ALTA FROM TIME
           MOVE SPACES                 TO OM-REGISTRO-ORDEN
           MOVE WS-CTA-VALOR-ARMADA    TO OM-CTAVALOR
           MOVE E508-NUM-ORDEN         TO OM-ORDEN
           MOVE E508-NEMONIC           TO OM-NEMONICO
           EVALUATE S508-COD-RETORNO
              WHEN '02'
                 MOVE 'ENCOLADA'       TO OM-SITUACION
              WHEN '03'
                 MOVE 'LATENTE'        TO OM-SITUACION
              WHEN OTHER
                 MOVE 'INGRESADA'      TO OM-SITUACION
           END-EVALUATE
           MOVE E508-TIT-ORDENADOS     TO OM-CAN-ORDEN
           MOVE E508-PRECIO            TO OM-PRECIO
           COMPUTE OM-MTO-OPERACION ROUNDED =
              E508-TIT-ORDENADOS * E508-PRECIO
           MOVE OM-MTO-OPERACION       TO OM-MTO-LIQUIDACION
           MOVE WS-FECHA-ALTA          TO OM-FEC-MODIF
           MOVE WS-HORA-ALTA           TO OM-HOR-MODIF
           MOVE E508-USUARIO           TO OM-USU-MODIF
           MOVE 'N'                    TO OM-IND-NOTIF-EJECUCION
           MOVE WS-FECHA-ALTA          TO OM-FECHA-ORDEN
           MOVE E508-DIA-VIGENCIA      TO OM-DIA-VIGENCIA
           MOVE 'V'                    TO OM-TIPO-ORDEN
           MOVE WS-FECHA-ALTA          TO OM-FECHA-VALOR
           MOVE 0                      TO OM-CAN-EJECUTADA
           MOVE 0                      TO OM-PRECIO-PROM-EJEC
           MOVE SPACE                  TO OM-IND-REPO
           MOVE 0                      TO OM-ORDEN-REPO-LIGADA
           MOVE 0                      TO OM-FECHA-VCTO-REPO
           MOVE E508-IND-CONDICION     TO OM-IND-CONDICION
           IF OM-NO-CONDICIONADA
              MOVE 0                   TO OM-PRECIO-ACTIVACION
           ELSE
              MOVE E508-PRECIO-ACTIVACION TO OM-PRECIO-ACTIVACION
              MOVE E508-SENTIDO-ACTIVACION
                                       TO OM-SENTIDO-ACTIVACION
           END-IF
           MOVE 0                      TO OM-FEC-ACTIVACION
           MOVE 0                      TO OM-HOR-ACTIVACION
           MOVE 0                      TO OM-PRECIO-DISPARO
           MOVE 'ORDMAST '             TO FJW-MAESTRO
           MOVE 'PORDVENV'             TO FJW-PROGRAMA
           MOVE 'A'                    TO FJW-OPERACION
           MOVE OM-REGISTRO-ORDEN      TO FJW-IMAGEN
           CALL 'FWDJRNW' USING FJW-PARAMETROS
           MOVE 'A' TO OVW-FUNCION
           CALL 'ORDVIVW' USING OVW-PARAMETROS OM-REGISTRO-ORDEN
           .
       3300-REGISTRAR-RECUPERACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CON LA ORDEN YA ACEPTADA, CADA RECHAZO EXCEPTUADO EN 2990    *
      * QUEDA EN ORDOVRD (ORDOVRW). LOS DATOS DE LA ORDEN Y DE LA    *
      * AUTORIZACION SIGUEN EN OVR-PARAMETROS DESDE LA ULTIMA        *
      * LLAMADA A OVRCHK; SOLO CAMBIA EL RECHAZO.                    *
      *--------------------------------------------------------------*
       3400-REGISTRAR-EXCEPCION.
           MOVE WS-EXC-COD-ERROR-DEV(WS-IDX-EXCEPCION)
                                       TO OVR-COD-ERROR-DEV
           MOVE WS-EXC-VAR1(WS-IDX-EXCEPCION) TO OVR-VAR1
           MOVE WS-EXC-VAR2(WS-IDX-EXCEPCION) TO OVR-VAR2
           CALL 'ORDOVRW' USING OVR-PARAMETROS
           .
       3400-REGISTRAR-EXCEPCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA VENTA EN MONEDA DISTINTA A LA DE LA CUENTA VENDE LA       *
      * DIVISA DEL PRODUCTO DE LA VENTA CONTRA LA MONEDA DE LA       *
      * CUENTA, CON FECHA DE VALOR EN EL CICLO DE LIQUIDACION (T+2   *
           MOVE S508-COD-ERROR-DEV TO EW-COD-ERROR-DEV
           MOVE S508-VAR1-ERROR    TO EW-VAR1
           MOVE S508-VAR2-ERROR    TO EW-VAR2
           MOVE E508-USUARIO       TO EW-USUARIO
           CALL 'ERRLOGW' USING EW-PARAMETROS
           .
       9500-REGISTRAR-ERROR-EXIT.

      *                    CONGELAMIENTO REGULATORIO VIGENTE         *
      *                    (GUARDA LEGCHK) NO ADMITE SOLICITUDES,    *
      *                    RECHAZO SOL010.                           *
      * 21/09/2026 JQ      ALTA. EL RETIRO DE UNA CUENTA CUYO        *
      *                    CLIENTE CAMBIO SUS DATOS DE CONTACTO      *
      *                    (CONTCAMB) DENTRO DEL PERIODO DE          *
      *                    ENFRIAMIENTO (PARMMAST CONT-DIASENF)      *
      *                    QUEDA RETENIDO, RETORNO '04' SOL011. LA   *
      *                    NUEVA FUNCION 'L' LO LIBERA (SUPERVISOR   *
      *                    CON PERFIL CSOLLIBR DISTINTO DEL          *
      *                    SOLICITANTE).                             *
      * 21/09/2026 JQ      ALTA. EL RETIRO SOLO SE ACEPTA HACIA UNA  *
      *                    CUENTA BANCARIA REGISTRADA Y VERIFICADA   *
      *                    DEL PROPIO CLIENTE (GUARDA CTABCHK SOBRE  *
      *                    CTABANC), RECHAZO SOL013; EL BANCO DE     *
      *                    DESTINO SE TOMA DEL REGISTRO.             *
      * 21/09/2026 JQ      ALTA. DEBIDA DILIGENCIA REFORZADA: EL     *
      *                    RETIRO DE UNA CUENTA CON RIESGO AML ALTO  *
      *                    (GUARDA AMLRCHK SOBRE AMLRATE) POR ENCIMA *
      *                    DE AML-RET-EDD QUEDA PEND-CUMPL, RETORNO  *
      *                    '04' SOL014. LA NUEVA FUNCION 'K' DA EL   *
      *                    VISTO BUENO (PERFIL CSOLCUMP DISTINTO DEL *
      *                    SOLICITANTE). EL RETIRO RETENIDO POR      *
      *                    ENFRIAMIENTO QUE SE LIBERA PASA A         *
      *                    PEND-CUMPL SI LE ALCANZA LA REGLA.        *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      * 12/10/2026 JQ      ALTA. EL RETIRO DE UNA CUENTA DORMIDA     *
      *                    (GUARDA DORMCHK) SE RECHAZA SOL015 HASTA  *
      *                    SU REACTIVACION EN CDORMMNT.              *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * ALTA, APROBACION, RECHAZO, CONFIRMACION DE ABONO Y CONSULTA  *
               ORGANIZATION IS SEQUENTIAL.
           SELECT LIQUIDACION-EXT ASSIGN TO LIQEXT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CAMBIO-CONTACTO ASSIGN TO CONTCAMB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CQ-CTA-VALOR
               FILE STATUS IS WS-CQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOLICITUD-EFECTIVO
       FD  LIQUIDACION-EXT
           RECORDING MODE IS F.
       COPY LIQEXT.
       FD  CAMBIO-CONTACTO
           RECORDING MODE IS F.
       COPY CONTCAMB.
       WORKING-STORAGE SECTION.
       01  WS-SL-STATUS                PIC X(02) VALUE '00'.
           88 WS-SL-OK                           VALUE '00'.
           88 WS-SL-NO-ENCONTRADO                VALUE '23'.
       77  WS-EOF-LIQUIDACION          PIC X(01) VALUE 'N'.
           88 WS-FIN-LIQUIDACION                 VALUE 'S'.
       01  WS-CQ-STATUS                PIC X(02) VALUE '00'.
           88 WS-CQ-OK                           VALUE '00'.
           88 WS-CQ-NO-ENCONTRADO                VALUE '23'.
       77  WS-SW-RETENER               PIC X(01) VALUE 'N'.
           88 WS-RETIRO-RETENIDO                 VALUE 'S'.
       77  WS-SW-CUMPLIMIENTO          PIC X(01) VALUE 'N'.
           88 WS-REQUIERE-CUMPLIMIENTO           VALUE 'S'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
      *--------------------------------------------------------------*
      * DIAS CALENDARIO DE ENFRIAMIENTO TRAS UN CAMBIO DE CONTACTO,  *
      * SI PARMMAST NO TRAE VALOR APROBADO PARA CONT-DIASENF.        *
      *--------------------------------------------------------------*
       77  WS-DIAS-ENFRIAMIENTO        PIC 9(03) VALUE 2.
       77  WS-FECHA-FIN-ENFRIAMIENTO   PIC 9(08).
      *--------------------------------------------------------------*
      * IMPORTE DE RETIRO DESDE EL QUE UNA CUENTA DE RIESGO AML ALTO *
      * REQUIERE VISTO BUENO DE CUMPLIMIENTO, SI PARMMAST NO TRAE    *
      * VALOR APROBADO PARA AML-RET-EDD.                             *
      *--------------------------------------------------------------*
       77  WS-UMBRAL-RETIRO-EDD        PIC 9(12)V9(02) COMP-3
                                       VALUE 50000.
       01  WS-IMPORTE-EVALUADO         PIC S9(12)V9(02).
       01  WS-PENDIENTE-COMPRAS        PIC S9(15)V9(02) COMP-3
                                       VALUE 0.
       COPY EFECHKP.
       COPY EFEPOSTP.
       COPY MANDCHKP.
       COPY LEGCHKP.
       COPY PARMCHKP.
       COPY AUTCHKP.
       COPY CTABCHKP.
       COPY AMLRCHKP.
       COPY DORMCHKP.
       LINKAGE SECTION.
       COPY SOLEFP.
       PROCEDURE DIVISION USING SOL-PARAMETROS.
                 PERFORM 4000-CONFIRMAR-ABONO
              WHEN SOL-FN-CONSULTA
                 PERFORM 5000-CONSULTAR-SOLICITUD
              WHEN SOL-FN-LIBERAR
                 PERFORM 3700-LIBERAR-RETENCION
                    THRU 3700-LIBERAR-RETENCION-EXIT
              WHEN SOL-FN-VISTO-CUMPLIMIENTO
                 PERFORM 3800-VISTO-BUENO-CUMPLIMIENTO
                    THRU 3800-VISTO-BUENO-CUMPLIMIENTO-EXIT
              WHEN OTHER
                 MOVE '12'     TO SOL-COD-RETORNO
                 MOVE 'SOL001' TO SOL-COD-ERROR-DEV
           MOVE SPACES TO SOL-COD-ERROR-DEV
           MOVE SPACES TO SOL-ESTADO-RESULTANTE
           MOVE 0      TO SOL-SALDO-RETIRABLE
           MOVE 'N'    TO WS-SW-RETENER
           MOVE 'N'    TO WS-SW-CUMPLIMIENTO
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-ALTA-SOLICITUD.
           PERFORM 2040-VALIDAR-LEGAL
           IF SOL-COD-RETORNO = '00'
              AND SOL-TIPO-RETIRO
              PERFORM 2045-VALIDAR-INACTIVIDAD
           END-IF
           IF SOL-COD-RETORNO = '00'
              AND SOL-TIPO-RETIRO
              PERFORM 2050-VALIDAR-MANDATO
           END-IF
           IF SOL-COD-RETORNO = '00'
              AND SOL-TIPO-RETIRO
              PERFORM 2060-VALIDAR-CUENTA-BANCARIA
           END-IF
           IF SOL-COD-RETORNO = '00'
              AND SOL-TIPO-RETIRO
              PERFORM 2100-VALIDAR-RETIRABLE
           END-IF
           IF SOL-COD-RETORNO = '00'
              AND SOL-TIPO-RETIRO
              PERFORM 2150-VERIFICAR-ENFRIAMIENTO
                 THRU 2150-VERIFICAR-ENFRIAMIENTO-EXIT
           END-IF
           IF SOL-COD-RETORNO = '00'
              AND SOL-TIPO-RETIRO
              MOVE SOL-IMPORTE TO WS-IMPORTE-EVALUADO
              PERFORM 2160-VERIFICAR-DEBIDA-DILIGENCIA
                 THRU 2160-VERIFICAR-DEBIDA-DILIGENCIA-EXIT
           END-IF
           IF SOL-COD-RETORNO = '00'
              PERFORM 2200-ASIGNAR-CORRELATIVO
              PERFORM 2300-GRABAR-SOLICITUD
           END-IF
           IF SOL-COD-RETORNO = '00'
              AND WS-RETIRO-RETENIDO
              MOVE '04'     TO SOL-COD-RETORNO
              MOVE 'SOL011' TO SOL-COD-ERROR-DEV
           END-IF
           IF SOL-COD-RETORNO = '00'
              AND WS-REQUIERE-CUMPLIMIENTO
              MOVE '04'     TO SOL-COD-RETORNO
              MOVE 'SOL014' TO SOL-COD-ERROR-DEV
           END-IF
           .
       2000-ALTA-SOLICITUD-EXIT.
           EXIT.
       2040-VALIDAR-LEGAL-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA CUENTA DORMIDA (CTADORM) NO RETIRA EFECTIVO HASTA QUE     *
      * CDORMMNT LA REACTIVE CON LA IDENTIDAD REVERIFICADA.          *
      *--------------------------------------------------------------*
       2045-VALIDAR-INACTIVIDAD.
           MOVE SOL-CTA-VALOR TO DMC-CTA-VALOR
           CALL 'DORMCHK' USING DMC-PARAMETROS
           IF DMC-CUENTA-DORMIDA
              MOVE '20'     TO SOL-COD-RETORNO
              MOVE 'SOL015' TO SOL-COD-ERROR-DEV
           END-IF
           .
       2045-VALIDAR-INACTIVIDAD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL RETIRO INSTRUIDO POR UNA FIRMA DEBE VENIR DE UN APODERADO *
      * CON PODER VIGENTE Y ALCANCE DE RETIRO (MANDMAST).            *
      *--------------------------------------------------------------*
       2050-VALIDAR-MANDATO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL RETIRO SOLO VA A UNA CUENTA BANCARIA DEL PROPIO CLIENTE,  *
      * REGISTRADA EN CTABANC, VERIFICADA POR OPERACIONES Y EN LA    *
      * MONEDA DEL RETIRO. EL BANCO DE DESTINO ES EL DEL REGISTRO,   *
      * NO EL DIGITADO.                                              *
      *--------------------------------------------------------------*
       2060-VALIDAR-CUENTA-BANCARIA.
           MOVE 'V'              TO IBC-FUNCION
           MOVE SOL-CTA-VALOR    TO IBC-CTA-VALOR
           MOVE SOL-CTA-BANCARIA TO IBC-CCI
           MOVE SOL-MONEDA       TO IBC-MONEDA
           CALL 'CTABCHK' USING IBC-PARAMETROS
           IF IBC-CUENTA-VALIDA
              MOVE IBC-BANCO TO SOL-BANCO-DESTINO
           ELSE
              MOVE '20'     TO SOL-COD-RETORNO
              MOVE 'SOL013' TO SOL-COD-ERROR-DEV
           END-IF
           .
       2060-VALIDAR-CUENTA-BANCARIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL SALDO RETIRABLE ES EL DISPONIBLE DEL MOMENTO (EFECHK)     *
      * MENOS LOS CARGOS DE COMPRA DE LA CUENTA AUN PENDIENTES DE    *
      * LIQUIDAR EN LIQEXT: ESE EFECTIVO YA ESTA COMPROMETIDO CON LA *
           .
       2120-ACUMULAR-PENDIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL CAMBIO DE CORREO O TELEFONO SEGUIDO DE UN RETIRO ES EL    *
      * PATRON DE TOMA DE CUENTA: SI EL CLIENTE CAMBIO SU CONTACTO   *
      * (CCLICMNT, CONTCAMB) HACE MENOS DE WS-DIAS-ENFRIAMIENTO DIAS *
      * EL RETIRO SE GRABA RETENIDO Y NO PUEDE APROBARSE HASTA QUE   *
      * UN SUPERVISOR LO LIBERE (FUNCION 'L').                       *
      *--------------------------------------------------------------*
       2150-VERIFICAR-ENFRIAMIENTO.
           MOVE SOL-CTA-VALOR TO CQ-CTA-VALOR
           MOVE '00'          TO WS-CQ-STATUS
           OPEN INPUT CAMBIO-CONTACTO
           READ CAMBIO-CONTACTO
              INVALID KEY MOVE '23' TO WS-CQ-STATUS
           END-READ
           CLOSE CAMBIO-CONTACTO
           IF WS-CQ-NO-ENCONTRADO
              GO TO 2150-VERIFICAR-ENFRIAMIENTO-EXIT
           END-IF
           MOVE 'CONT-DIASENF'   TO PMC-COD-PARAMETRO
           MOVE WS-FECHA-SISTEMA TO PMC-FECHA
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-DIAS-ENFRIAMIENTO
           END-IF
           COMPUTE WS-FECHA-FIN-ENFRIAMIENTO = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(CQ-FEC-CAMBIO)
              + WS-DIAS-ENFRIAMIENTO)
           IF WS-FECHA-SISTEMA < WS-FECHA-FIN-ENFRIAMIENTO
              MOVE 'S' TO WS-SW-RETENER
           END-IF
           .
       2150-VERIFICAR-ENFRIAMIENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * DEBIDA DILIGENCIA REFORZADA: EL RETIRO (WS-IMPORTE-EVALUADO) *
      * DE UNA CUENTA CALIFICADA DE RIESGO AML ALTO (RAMLRAT) POR    *
      * ENCIMA DEL UMBRAL AML-RET-EDD ESPERA EL VISTO BUENO DE       *
      * CUMPLIMIENTO (FUNCION 'K') ANTES DE PODER APROBARSE.         *
      *--------------------------------------------------------------*
       2160-VERIFICAR-DEBIDA-DILIGENCIA.
           MOVE SOL-CTA-VALOR TO ARC-CTA-VALOR
           CALL 'AMLRCHK' USING ARC-PARAMETROS
           IF NOT ARC-RIESGO-ALTO
              GO TO 2160-VERIFICAR-DEBIDA-DILIGENCIA-EXIT
           END-IF
           MOVE 'AML-RET-EDD'    TO PMC-COD-PARAMETRO
           MOVE WS-FECHA-SISTEMA TO PMC-FECHA
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-UMBRAL-RETIRO-EDD
           END-IF
           IF WS-IMPORTE-EVALUADO > WS-UMBRAL-RETIRO-EDD
              MOVE 'S' TO WS-SW-CUMPLIMIENTO
           END-IF
           .
       2160-VERIFICAR-DEBIDA-DILIGENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2200-ASIGNAR-CORRELATIVO.
           OPEN I-O CORRELATIVO-SOL
           MOVE SOL-TIPO          TO SL-TIPO
           MOVE SOL-MONEDA        TO SL-MONEDA
           MOVE SOL-IMPORTE       TO SL-IMPORTE
           EVALUATE TRUE
              WHEN WS-RETIRO-RETENIDO
                 MOVE 'RETENIDA'   TO SL-ESTADO
              WHEN WS-REQUIERE-CUMPLIMIENTO
                 MOVE 'PEND-CUMPL' TO SL-ESTADO
              WHEN OTHER
                 MOVE 'SOLICITADA' TO SL-ESTADO
           END-EVALUATE
           MOVE SOL-BANCO-DESTINO TO SL-BANCO-DESTINO
           MOVE SOL-CTA-BANCARIA  TO SL-CTA-BANCARIA
           MOVE SOL-FECHA         TO SL-FEC-SOLICITUD
       3500-RECHAZAR-SOLICITUD.
           PERFORM 6000-LEER-SOLICITUD
           IF SOL-COD-RETORNO = '00'
              IF SL-SOLICITADA OR SL-RETENIDA
                 OR SL-PEND-CUMPLIMIENTO
                 MOVE 'RECHAZADA' TO SL-ESTADO
                 PERFORM 6100-ACTUALIZAR-SOLICITUD
              ELSE
       3500-RECHAZAR-SOLICITUD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LIBERACION DEL RETIRO RETENIDO POR CAMBIO DE CONTACTO: SOLO  *
      * UN SUPERVISOR CON PERFIL EN USUAUT PARA CSOLLIBR, DISTINTO   *
      * DEL QUE INGRESO LA SOLICITUD. VUELVE A SOLICITADA Y SIGUE EL *
      * CICLO NORMAL DE APROBACION, SALVO QUE LE ALCANCE LA DEBIDA   *
      * DILIGENCIA REFORZADA: ENTONCES PASA A PEND-CUMPL.            *
      *--------------------------------------------------------------*
       3700-LIBERAR-RETENCION.
           MOVE SOL-USUARIO   TO AUT-USUARIO
           MOVE 'CSOLLIBR'    TO AUT-TRANSACCION
           MOVE 0             TO AUT-MTO-OPERACION
           MOVE SOL-CANAL     TO AUT-CANAL
           CALL 'AUTCHK' USING AUT-PARAMETROS
           IF NOT AUT-AUTORIZADO
              MOVE '26'     TO SOL-COD-RETORNO
              MOVE 'AUT001' TO SOL-COD-ERROR-DEV
              GO TO 3700-LIBERAR-RETENCION-EXIT
           END-IF
           PERFORM 6000-LEER-SOLICITUD
           IF SOL-COD-RETORNO = '00'
              EVALUATE TRUE
                 WHEN NOT SL-RETENIDA
                    MOVE '16'     TO SOL-COD-RETORNO
                    MOVE 'SOL005' TO SOL-COD-ERROR-DEV
                 WHEN SOL-USUARIO = SL-USU-SOLICITUD
                    MOVE '16'     TO SOL-COD-RETORNO
                    MOVE 'SOL012' TO SOL-COD-ERROR-DEV
                 WHEN OTHER
                    MOVE SL-IMPORTE TO WS-IMPORTE-EVALUADO
                    PERFORM 2160-VERIFICAR-DEBIDA-DILIGENCIA
                       THRU 2160-VERIFICAR-DEBIDA-DILIGENCIA-EXIT
                    IF WS-REQUIERE-CUMPLIMIENTO
                       MOVE 'PEND-CUMPL' TO SL-ESTADO
                    ELSE
                       MOVE 'SOLICITADA' TO SL-ESTADO
                    END-IF
                    PERFORM 6100-ACTUALIZAR-SOLICITUD
              END-EVALUATE
           END-IF
           CLOSE SOLICITUD-EFECTIVO
           .
       3700-LIBERAR-RETENCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * VISTO BUENO DE CUMPLIMIENTO AL RETIRO PEND-CUMPL: SOLO UN    *
      * USUARIO CON PERFIL EN USUAUT PARA CSOLCUMP, DISTINTO DEL QUE *
      * INGRESO LA SOLICITUD. VUELVE A SOLICITADA Y SIGUE EL CICLO   *
      * NORMAL DE APROBACION.                                        *
      *--------------------------------------------------------------*
       3800-VISTO-BUENO-CUMPLIMIENTO.
           MOVE SOL-USUARIO   TO AUT-USUARIO
           MOVE 'CSOLCUMP'    TO AUT-TRANSACCION
           MOVE 0             TO AUT-MTO-OPERACION
           MOVE SOL-CANAL     TO AUT-CANAL
           CALL 'AUTCHK' USING AUT-PARAMETROS
           IF NOT AUT-AUTORIZADO
              MOVE '26'     TO SOL-COD-RETORNO
              MOVE 'AUT001' TO SOL-COD-ERROR-DEV
              GO TO 3800-VISTO-BUENO-CUMPLIMIENTO-EXIT
           END-IF
           PERFORM 6000-LEER-SOLICITUD
           IF SOL-COD-RETORNO = '00'
              EVALUATE TRUE
                 WHEN NOT SL-PEND-CUMPLIMIENTO
                    MOVE '16'     TO SOL-COD-RETORNO
                    MOVE 'SOL005' TO SOL-COD-ERROR-DEV
                 WHEN SOL-USUARIO = SL-USU-SOLICITUD
                    MOVE '16'     TO SOL-COD-RETORNO
                    MOVE 'SOL012' TO SOL-COD-ERROR-DEV
                 WHEN OTHER
                    MOVE 'SOLICITADA' TO SL-ESTADO
                    PERFORM 6100-ACTUALIZAR-SOLICITUD
              END-EVALUATE
           END-IF
           CLOSE SOLICITUD-EFECTIVO
           .
       3800-VISTO-BUENO-CUMPLIMIENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA CONFIRMACION DEL BANCO CIERRA EL CICLO: EL RETIRO DEBE    *
      * ESTAR ENVIADO (EXTRACTO RSOLEXT) Y EL DEPOSITO APROBADO. EL  *
      * MOVIMIENTO SE CONTABILIZA EN EFEMAST VIA EFEPOST.            *

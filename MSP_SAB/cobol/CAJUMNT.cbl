      *                    ACTUALIZACION DE CARTERA CON ESPEJO       *
      *                    (CARTMIRW) Y DEJA SU LINEA EN LA BITACORA *
      *                    AJUSJRNL PARA AUDITORIA.                  *
      * 28/09/2026 JQ      ALTA. FECHA VALOR DEL AJUSTE              *
      *                    (AJU-FECHA-VALOR): EN UN PERIODO CONTABLE *
      *                    CERRADO LA GUARDA PERCHK LO RECHAZA       *
      *                    (AJU012) O LO REDATA A HOY CON SU AJUSTE  *
      *                    POST-CIERRE EN PERAJUS; LA BITACORA       *
      *                    AJUSJRNL MARCA EL AJUSTE POST-CIERRE.     *
      * 28/09/2026 JQ      ALTA. EL AJUSTE DE EFECTIVO APROBADO A    *
      *                    FAVOR DEL CLIENTE SE PROPONE COMO EVENTO  *
      *                    DE PERDIDA OPERACIONAL (EVPROP).          *
      * 05/10/2026 JQ      ALTA. EL AJUSTE DE CARTERA APLICADO DEJA  *
      *                    LA IMAGEN DESPUES DE CARTMAST EN LA       *
      *                    BITACORA DE RECUPERACION HACIA ADELANTE   *
      *                    (FWDJRNW).                                *
      * 05/10/2026 JQ      ALTA. CAMPOS SDOPRE Y SDOPIG EN EL AJUSTE *
      *                    DE CARTERA, Y CAMPO DISPONIBLE EN EL DE   *
      *                    EFECTIVO: CORRIGE SOLO                    *
      *                    EF-SALDO-DISPONIBLE (RESERVA NO LIBERADA) *
      *                    SIN MOVIMIENTO EFEPOST, PARA LAS          *
      *                    PROPUESTAS DE LA AUDITORIA RDISPAUD.      *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * REEMPLAZA EL PARCHE DIRECTO CON UTILITARIO, INVISIBLE PARA   *
      * ABONO SEGUN EL SIGNO) Y EL DE CARTERA VERIFICA QUE EL VALOR  *
      * VIGENTE COINCIDA CON EL ANTERIOR DIGITADO ANTES DE           *
      * REESCRIBIR EL CAMPO (SDOCON O SDODIS) CON ESPEJO CARTCLI.    *
      * EL ABONO AL CLIENTE POR AJUSTE DE EFECTIVO ES UNA PERDIDA    *
      * POTENCIAL DE LA CASA: SE PROPONE AL REGISTRO DE EVENTOS DE   *
      * PERDIDA (EVPERD) CON LINEA 8 (INTERMEDIACION MINORISTA) Y    *
      * TIPO 7 (EJECUCION Y GESTION DE PROCESOS) PARA QUE RIESGOS LO *
      * CONFIRME O DESCARTE.                                         *
      * EL AJUSTE DE EFECTIVO CON CAMPO 'DISPONIBLE' NO MUEVE        *
      * DINERO: CORRIGE SOLO EL DISPONIBLE DE EFEMAST (UNA RESERVA   *
      * MAL LIBERADA) CON LA MISMA VERIFICACION DEL VALOR VIGENTE    *
      * QUE EL DE CARTERA, Y NO SE PROPONE COMO EVENTO DE PERDIDA.   *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CLAVE
               FILE STATUS IS WS-CM-STATUS.
           SELECT EFECTIVO-MAESTRO ASSIGN TO EFEMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EF-CLAVE
               FILE STATUS IS WS-EF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AJUSTE-MAESTRO
       FD  CARTERA
           RECORDING MODE IS F.
       COPY CARTMAST.
       FD  EFECTIVO-MAESTRO
           RECORDING MODE IS F.
       COPY EFEMAST.
       WORKING-STORAGE SECTION.
       01  WS-AJ-STATUS                PIC X(02) VALUE '00'.
           88 WS-AJ-OK                           VALUE '00'.
       01  WS-CM-STATUS                PIC X(02) VALUE '00'.
           88 WS-CM-OK                           VALUE '00'.
           88 WS-CM-NO-ENCONTRADO                VALUE '23'.
       01  WS-EF-STATUS                PIC X(02) VALUE '00'.
           88 WS-EF-OK                           VALUE '00'.
           88 WS-EF-NO-ENCONTRADO                VALUE '23'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       77  WS-DIFERENCIA               PIC S9(15)V9(02) COMP-3
                                       VALUE 0.
       77  WS-VALOR-VIGENTE            PIC S9(15)V9(02) COMP-3
                                       VALUE 0.
       77  WS-SW-POST-CIERRE           PIC X(01) VALUE 'N'.
           88 WS-POST-CIERRE                     VALUE 'S'.
       COPY EFEPOSTP.
       COPY CARTMIRP.
       COPY FWDJRNWP.
       COPY PERCHKP.
       COPY EVPROPP.
       LINKAGE SECTION.
       COPY AJUSP.
       PROCEDURE DIVISION USING AJU-PARAMETROS.
           MOVE '00'   TO AJU-COD-RETORNO
           MOVE SPACES TO AJU-COD-ERROR-DEV
           MOVE SPACES TO AJU-ESTADO-RESULTANTE
           MOVE 'N'    TO AJU-IND-POST-CIERRE
           MOVE 'N'    TO WS-SW-POST-CIERRE
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           IF AJU-FECHA-VALOR NOT NUMERIC
              MOVE 0 TO AJU-FECHA-VALOR
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
              AND AJU-TIPO = 'C'
              AND AJU-CAMPO NOT = 'SDOCON'
              AND AJU-CAMPO NOT = 'SDODIS'
              AND AJU-CAMPO NOT = 'SDOPRE'
              AND AJU-CAMPO NOT = 'SDOPIG'
              MOVE '20'     TO AJU-COD-RETORNO
              MOVE 'AJU003' TO AJU-COD-ERROR-DEV
           END-IF
           IF AJU-COD-RETORNO = '00'
              AND AJU-FECHA-VALOR > WS-FECHA-SISTEMA
              MOVE '20'     TO AJU-COD-RETORNO
              MOVE 'AJU011' TO AJU-COD-ERROR-DEV
           END-IF
           IF AJU-COD-RETORNO = '00'
              AND AJU-FECHA-VALOR > 0
              PERFORM 2100-VERIFICAR-PERIODO
           END-IF
           IF AJU-COD-RETORNO = '00'
              OPEN I-O CORRELATIVO-AJUSTE
              READ CORRELATIVO-AJUSTE
              MOVE SPACES              TO AJ-USU-APROBADOR
              MOVE 0                   TO AJ-FEC-APROBACION
              MOVE 'PENDIENTE'         TO AJ-ESTADO
              MOVE AJU-FECHA-VALOR     TO AJ-FECHA-VALOR
              WRITE AJ-REGISTRO-AJUSTE
                 INVALID KEY
                    MOVE '16'     TO AJU-COD-RETORNO
           .
       2000-ALTA-AJUSTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL ALTA CON FECHA VALOR EN UN PERIODO CERRADO SE RECHAZA DE  *
      * ENTRADA CUANDO LA POLITICA ES RECHAZAR; SI ES REDATAR SE     *
      * ACEPTA Y EL REDATADO SE HACE AL APROBAR.                     *
      *--------------------------------------------------------------*
       2100-VERIFICAR-PERIODO.
           MOVE 'V'             TO PCK-FUNCION
           MOVE AJU-FECHA-VALOR TO PCK-FECHA-VALOR
           MOVE 'CAJUMNT'       TO PCK-PROGRAMA
           MOVE SPACES          TO PCK-REFERENCIA
           MOVE AJU-TIPO        TO PCK-TIPO
           MOVE AJU-CTA-VALOR   TO PCK-CTA-VALOR
           MOVE AJU-NEMONICO    TO PCK-NEMONICO
           MOVE AJU-MONEDA      TO PCK-MONEDA
           MOVE SPACE           TO PCK-CARGO-ABONO
           MOVE 0               TO PCK-IMPORTE
           MOVE AJU-DESCRIPCION TO PCK-CONCEPTO
           MOVE AJU-USUARIO     TO PCK-USUARIO
           CALL 'PERCHK' USING PCK-PARAMETROS
           IF PCK-RECHAZADO
              MOVE '16'     TO AJU-COD-RETORNO
              MOVE 'AJU012' TO AJU-COD-ERROR-DEV
           END-IF
           .
       2100-VERIFICAR-PERIODO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-APROBAR-AJUSTE.
           PERFORM 6000-LEER-AJUSTE
      *             DISTINTO DEL QUE INGRESO EL AJUSTE.              *
                    MOVE '16'     TO AJU-COD-RETORNO
                    MOVE 'AJU006' TO AJU-COD-ERROR-DEV
                 WHEN AJ-ES-EFECTIVO
                    AND AJ-CAMPO = 'DISPONIBLE'
                    PERFORM 3400-APLICAR-DISPONIBLE
                 WHEN AJ-ES-EFECTIVO
                    PERFORM 3100-APLICAR-EFECTIVO
                 WHEN OTHER
                    PERFORM 3150-VERIFICAR-PERIODO
                    IF AJU-COD-RETORNO = '00'
                       PERFORM 3200-APLICAR-CARTERA
                    END-IF
                    IF AJU-COD-RETORNO = '00' AND WS-POST-CIERRE
                       PERFORM 3250-GRABAR-AJUSTE-CIERRE
                    END-IF
              END-EVALUATE
           END-IF
           IF AJU-COD-RETORNO = '00'
              MOVE WS-FECHA-SISTEMA TO AJ-FEC-APROBACION
              REWRITE AJ-REGISTRO-AJUSTE
              MOVE AJ-ESTADO TO AJU-ESTADO-RESULTANTE
              MOVE WS-SW-POST-CIERRE TO AJU-IND-POST-CIERRE
              PERFORM 7000-GRABAR-BITACORA
              IF AJ-ES-EFECTIVO AND WS-DIFERENCIA > 0
                 AND AJ-CAMPO NOT = 'DISPONIBLE'
                 PERFORM 3300-PROPONER-EVENTO
              END-IF
           END-IF
           CLOSE AJUSTE-MAESTRO
           .
              COMPUTE EFP-IMPORTE = 0 - WS-DIFERENCIA
           END-IF
           MOVE 'AJUSTE MANUAL SUPERVISADO' TO EFP-CONCEPTO
           MOVE AJ-FECHA-VALOR TO EFP-FECHA-VALOR
           CALL 'EFEPOST' USING EFP-PARAMETROS
           EVALUATE TRUE
              WHEN EFP-COD-RETORNO = '30'
                 MOVE '16'            TO AJU-COD-RETORNO
                 MOVE 'AJU012'        TO AJU-COD-ERROR-DEV
              WHEN EFP-COD-RETORNO NOT = '00'
                 MOVE EFP-COD-RETORNO TO AJU-COD-RETORNO
                 MOVE 'AJU007'        TO AJU-COD-ERROR-DEV
              WHEN EFP-REDATADO
                 MOVE 'S'             TO WS-SW-POST-CIERRE
           END-EVALUATE
           .
       3100-APLICAR-EFECTIVO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL AJUSTE DE CARTERA NO PASA POR EFEPOST: LA GUARDA DE       *
      * PERIODO CERRADO SE CONSULTA AQUI, CON LA DIFERENCIA DE       *
      * TITULOS COMO IMPORTE DEL AJUSTE POST-CIERRE.                 *
      *--------------------------------------------------------------*
       3150-VERIFICAR-PERIODO.
           COMPUTE WS-DIFERENCIA =
              AJ-VALOR-NUEVO - AJ-VALOR-ANTERIOR
           MOVE 'V'             TO PCK-FUNCION
           MOVE AJ-FECHA-VALOR  TO PCK-FECHA-VALOR
           MOVE 'CAJUMNT'       TO PCK-PROGRAMA
           MOVE SPACES          TO PCK-REFERENCIA
           MOVE AJ-AJUSTE       TO PCK-REFERENCIA
           MOVE AJ-TIPO         TO PCK-TIPO
           MOVE AJ-CTAVALOR     TO PCK-CTA-VALOR
           MOVE AJ-NEMONICO     TO PCK-NEMONICO
           MOVE AJ-MONEDA       TO PCK-MONEDA
           IF WS-DIFERENCIA >= 0
              MOVE 'A'           TO PCK-CARGO-ABONO
              MOVE WS-DIFERENCIA TO PCK-IMPORTE
           ELSE
              MOVE 'C'           TO PCK-CARGO-ABONO
              COMPUTE PCK-IMPORTE = 0 - WS-DIFERENCIA
           END-IF
           MOVE AJ-DESCRIPCION  TO PCK-CONCEPTO
           MOVE AJU-USUARIO     TO PCK-USUARIO
           CALL 'PERCHK' USING PCK-PARAMETROS
           EVALUATE TRUE
              WHEN PCK-RECHAZADO
                 MOVE '16'     TO AJU-COD-RETORNO
                 MOVE 'AJU012' TO AJU-COD-ERROR-DEV
              WHEN PCK-REDATADO
                 MOVE 'S'      TO WS-SW-POST-CIERRE
           END-EVALUATE
           .
       3150-VERIFICAR-PERIODO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL AJUSTE DE CARTERA VERIFICA QUE EL VALOR VIGENTE COINCIDA  *
      * CON EL ANTERIOR DIGITADO (EL SALDO PUDO MOVERSE ENTRE EL     *
      * INGRESO Y LA APROBACION) ANTES DE REESCRIBIR, CON ESPEJO.    *
              MOVE '12'     TO AJU-COD-RETORNO
              MOVE 'AJU008' TO AJU-COD-ERROR-DEV
           ELSE
              EVALUATE AJ-CAMPO
                 WHEN 'SDOCON'
                    MOVE CM-SDOCON TO WS-VALOR-VIGENTE
                 WHEN 'SDOPRE'
                    MOVE CM-SDOPRE TO WS-VALOR-VIGENTE
                 WHEN 'SDOPIG'
                    MOVE CM-SDOPIG TO WS-VALOR-VIGENTE
                 WHEN OTHER
                    MOVE CM-SDODIS TO WS-VALOR-VIGENTE
              END-EVALUATE
              IF WS-VALOR-VIGENTE NOT = AJ-VALOR-ANTERIOR
                 MOVE '17'     TO AJU-COD-RETORNO
                 MOVE 'AJU009' TO AJU-COD-ERROR-DEV
              ELSE
                 EVALUATE AJ-CAMPO
                    WHEN 'SDOCON'
                       MOVE AJ-VALOR-NUEVO TO CM-SDOCON
                    WHEN 'SDOPRE'
                       MOVE AJ-VALOR-NUEVO TO CM-SDOPRE
                    WHEN 'SDOPIG'
                       MOVE AJ-VALOR-NUEVO TO CM-SDOPIG
                    WHEN OTHER
                       MOVE AJ-VALOR-NUEVO TO CM-SDODIS
                 END-EVALUATE
                 REWRITE CM-REGISTRO-CARTERA
                 MOVE 'A' TO CMI-FUNCION
                 CALL 'CARTMIRW' USING CMI-PARAMETROS
                                       CM-REGISTRO-CARTERA
                 MOVE 'CARTMAST'          TO FJW-MAESTRO
                 MOVE 'CAJUMNT '          TO FJW-PROGRAMA
                 MOVE 'M'                 TO FJW-OPERACION
                 MOVE CM-REGISTRO-CARTERA TO FJW-IMAGEN
                 CALL 'FWDJRNW' USING FJW-PARAMETROS
              END-IF
           END-IF
           CLOSE CARTERA
           .
       3200-APLICAR-CARTERA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
       3250-GRABAR-AJUSTE-CIERRE.
           MOVE 'G' TO PCK-FUNCION
           CALL 'PERCHK' USING PCK-PARAMETROS
           .
       3250-GRABAR-AJUSTE-CIERRE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3300-PROPONER-EVENTO.
           MOVE 'P'                TO EVP-FUNCION
           MOVE 'CAJUMNT'          TO EVP-ORIGEN
           MOVE SPACES             TO EVP-REFERENCIA
           MOVE AJ-AJUSTE          TO EVP-REFERENCIA(1:9)
           MOVE 'A'                TO EVP-FUENTE
           MOVE AJ-FECHA-VALOR     TO EVP-FECHA-OCURRENCIA
           MOVE AJ-FEC-INGRESO     TO EVP-FECHA-DESCUBRIMIENTO
           MOVE 8                  TO EVP-LINEA-NEGOCIO
           MOVE 7                  TO EVP-TIPO-EVENTO
           MOVE AJ-CTAVALOR        TO EVP-CTAVALOR
           MOVE AJ-MONEDA          TO EVP-MONEDA
           MOVE WS-DIFERENCIA      TO EVP-IMPORTE
           MOVE AJ-DESCRIPCION     TO EVP-DESCRIPCION
           CALL 'EVPROP' USING EVP-PARAMETROS
           .
       3300-PROPONER-EVENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL AJUSTE DEL DISPONIBLE DE EFECTIVO NO ES UN MOVIMIENTO DE  *
      * DINERO (EL CONTABLE NO CAMBIA) Y NO PASA POR EFEPOST: SE     *
      * VERIFICA EL VALOR VIGENTE CONTRA EL ANTERIOR DIGITADO Y SE   *
      * REESCRIBE EF-SALDO-DISPONIBLE, CON IMAGEN EN FWDJRNW.        *
      *--------------------------------------------------------------*
       3400-APLICAR-DISPONIBLE.
           COMPUTE WS-DIFERENCIA =
              AJ-VALOR-NUEVO - AJ-VALOR-ANTERIOR
           OPEN I-O EFECTIVO-MAESTRO
           MOVE '00'        TO WS-EF-STATUS
           MOVE AJ-CTAVALOR TO EF-CTAVALOR
           MOVE AJ-MONEDA   TO EF-MONEDA
           READ EFECTIVO-MAESTRO
              INVALID KEY MOVE '23' TO WS-EF-STATUS
           END-READ
           IF WS-EF-NO-ENCONTRADO
              MOVE '12'     TO AJU-COD-RETORNO
              MOVE 'AJU008' TO AJU-COD-ERROR-DEV
           ELSE
              IF EF-SALDO-DISPONIBLE NOT = AJ-VALOR-ANTERIOR
                 MOVE '17'     TO AJU-COD-RETORNO
                 MOVE 'AJU009' TO AJU-COD-ERROR-DEV
              ELSE
                 MOVE AJ-VALOR-NUEVO TO EF-SALDO-DISPONIBLE
                 REWRITE EF-REGISTRO-EFECTIVO
                 MOVE 'EFEMAST '           TO FJW-MAESTRO
                 MOVE 'CAJUMNT '           TO FJW-PROGRAMA
                 MOVE 'M'                  TO FJW-OPERACION
                 MOVE EF-REGISTRO-EFECTIVO TO FJW-IMAGEN
                 CALL 'FWDJRNW' USING FJW-PARAMETROS
              END-IF
           END-IF
           CLOSE EFECTIVO-MAESTRO
           .
       3400-APLICAR-DISPONIBLE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-RECHAZAR-AJUSTE.
           PERFORM 6000-LEER-AJUSTE
              MOVE AJ-MOTIVO          TO AJU-MOTIVO
              MOVE AJ-DESCRIPCION     TO AJU-DESCRIPCION
              MOVE AJ-ESTADO          TO AJU-ESTADO-RESULTANTE
              MOVE AJ-FECHA-VALOR     TO AJU-FECHA-VALOR
           END-IF
           CLOSE AJUSTE-MAESTRO
           .
           MOVE AJ-MOTIVO          TO AU-MOTIVO
           MOVE AJ-USU-INGRESO     TO AU-USU-INGRESO
           MOVE AJ-USU-APROBADOR   TO AU-USU-APROBADOR
           MOVE AJ-FECHA-VALOR     TO AU-FECHA-VALOR
           MOVE WS-SW-POST-CIERRE  TO AU-IND-POST-CIERRE
           OPEN EXTEND BITACORA-AJUSTE
           WRITE AU-REGISTRO-BITACORA
           CLOSE BITACORA-AJUSTE

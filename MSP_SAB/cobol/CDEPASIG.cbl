       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CDEPASIG.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  21/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 21/09/2026 JQ      ALTA. ASIGNACION EN LINEA DE LOS FONDOS   *
      *                    NO IDENTIFICADOS DEL EXTRACTO BANCARIO    *
      *                    (DEPBANC) A UNA CUENTA-VALOR, CON         *
      *                    ACREDITACION VIA CSOLEFE.                 *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * OPERACIONES ASIGNA UN ABONO EN SUSPENSO (FECHA Y NUMERO DE   *
      * OPERACION DEL BANCO, COMO LOS LISTA RDEPIDEN) A LA           *
      * CUENTA-VALOR QUE INVESTIGO. EXIGE PERFIL CDEPASIG EN USUAUT  *
      * CON TOPE POR EL IMPORTE DEL ABONO, QUE LA CUENTA EXISTA EN   *
      * EODCLI Y TENGA CUENTA EFECTIVO EN LA MONEDA DEL ABONO. LA    *
      * ACREDITACION ES LA MISMA QUE LA AUTOMATICA: SOLICITUD DE     *
      * DEPOSITO (O LA YA AVISADA), APROBACION Y CONFIRMACION DE     *
      * ABONO EN CSOLEFE. EL ABONO QUEDA ASIGNADO CON USUARIO Y      *
      * FECHA.                                                       *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSITO-BANCO ASSIGN TO DEPBANC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DB-CLAVE
               FILE STATUS IS WS-DB-STATUS.
           SELECT SOLICITUD-EFECTIVO ASSIGN TO SOLEFE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-CLAVE
               FILE STATUS IS WS-SL-STATUS.
           SELECT CLIENTE-EXT ASSIGN TO EODCLI
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPOSITO-BANCO
           RECORDING MODE IS F.
       COPY DEPBANC.
       FD  SOLICITUD-EFECTIVO
           RECORDING MODE IS F.
       COPY SOLEFE.
       FD  CLIENTE-EXT
           RECORDING MODE IS F.
       COPY EODCLI.
       WORKING-STORAGE SECTION.
       01  WS-DB-STATUS                PIC X(02) VALUE '00'.
           88 WS-DB-OK                           VALUE '00'.
           88 WS-DB-NO-ENCONTRADO                VALUE '23'.
       01  WS-SL-STATUS                PIC X(02) VALUE '00'.
           88 WS-SL-OK                           VALUE '00'.
           88 WS-SL-FIN                          VALUE '10'.
       77  WS-CTA-ACREDITAR            PIC X(20).
       77  WS-SOL-EXISTENTE            PIC 9(09) VALUE 0.
       77  WS-SW-APROBAR               PIC X(01) VALUE 'N'.
           88 WS-APROBAR-SOLICITUD               VALUE 'S'.
       77  WS-EOF-CLIENTE              PIC X(01) VALUE 'N'.
           88 WS-FIN-CLIENTE                     VALUE 'S'.
       77  WS-SW-CLIENTE               PIC X(01) VALUE 'N'.
           88 WS-CLIENTE-UBICADO                 VALUE 'S'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       77  WS-HORA-SISTEMA             PIC 9(08).
       01  WS-FECHA-FORMATEADA.
           05 WS-FEC-ANIO              PIC 9(04).
           05 FILLER                   PIC X(01) VALUE '-'.
           05 WS-FEC-MES               PIC 9(02).
           05 FILLER                   PIC X(01) VALUE '-'.
           05 WS-FEC-DIA               PIC 9(02).
       COPY AUTCHKP.
       COPY EFECHKP.
       COPY SOLEFP.
       LINKAGE SECTION.
       COPY DEPASIGP.
       PROCEDURE DIVISION USING DAP-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           EVALUATE TRUE
              WHEN DAP-FN-ASIGNAR
                 PERFORM 2000-ASIGNAR-ABONO
              WHEN DAP-FN-CONSULTA
                 PERFORM 4000-CONSULTAR-ABONO
              WHEN OTHER
                 MOVE '12'     TO DAP-COD-RETORNO
                 MOVE 'DEP001' TO DAP-COD-ERROR-DEV
           END-EVALUATE
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE '00'   TO DAP-COD-RETORNO
           MOVE SPACES TO DAP-COD-ERROR-DEV
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-FECHA-SISTEMA(1:4) TO WS-FEC-ANIO
           MOVE WS-FECHA-SISTEMA(5:2) TO WS-FEC-MES
           MOVE WS-FECHA-SISTEMA(7:2) TO WS-FEC-DIA
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-ASIGNAR-ABONO.
           PERFORM 6000-LEER-ABONO
           IF DAP-COD-RETORNO = '00'
              PERFORM 2050-APLICAR-ASIGNACION
                 THRU 2050-APLICAR-ASIGNACION-EXIT
              MOVE DB-ESTADO TO DAP-ESTADO-RESULTANTE
           END-IF
           CLOSE DEPOSITO-BANCO
           .
       2000-ASIGNAR-ABONO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2050-APLICAR-ASIGNACION.
           IF NOT DB-EN-SUSPENSO
              MOVE '16'     TO DAP-COD-RETORNO
              MOVE 'DEP003' TO DAP-COD-ERROR-DEV
              GO TO 2050-APLICAR-ASIGNACION-EXIT
           END-IF
           MOVE DAP-USUARIO   TO AUT-USUARIO
           MOVE 'CDEPASIG'    TO AUT-TRANSACCION
           MOVE DB-IMPORTE    TO AUT-MTO-OPERACION
           MOVE DAP-CANAL     TO AUT-CANAL
           CALL 'AUTCHK' USING AUT-PARAMETROS
           IF NOT AUT-AUTORIZADO
              MOVE '26'     TO DAP-COD-RETORNO
              MOVE 'AUT001' TO DAP-COD-ERROR-DEV
              GO TO 2050-APLICAR-ASIGNACION-EXIT
           END-IF
           PERFORM 2100-VALIDAR-CUENTA THRU 2100-VALIDAR-CUENTA-EXIT
           IF DAP-COD-RETORNO NOT = '00'
              GO TO 2050-APLICAR-ASIGNACION-EXIT
           END-IF
           MOVE DAP-CTA-VALOR TO WS-CTA-ACREDITAR
           PERFORM 7000-ACREDITAR-DEPOSITO
              THRU 7000-ACREDITAR-DEPOSITO-EXIT
           IF SOL-COD-RETORNO NOT = '00'
              MOVE SOL-COD-RETORNO   TO DAP-COD-RETORNO
              MOVE SOL-COD-ERROR-DEV TO DAP-COD-ERROR-DEV
              GO TO 2050-APLICAR-ASIGNACION-EXIT
           END-IF
           MOVE 'M'              TO DB-ESTADO
           MOVE SPACES           TO DB-MOTIVO
           MOVE DAP-CTA-VALOR    TO DB-CTAVALOR
           MOVE SOL-SOLICITUD    TO DB-SOLICITUD
           MOVE WS-FECHA-SISTEMA TO DB-FEC-ASIGNACION
           MOVE DAP-USUARIO      TO DB-USU-ASIGNACION
           REWRITE DB-REGISTRO-DEPOSITO
           MOVE SOL-SOLICITUD    TO DAP-SOLICITUD
           .
       2050-APLICAR-ASIGNACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-VALIDAR-CUENTA.
           MOVE 'N' TO WS-SW-CLIENTE
           MOVE 'N' TO WS-EOF-CLIENTE
           OPEN INPUT CLIENTE-EXT
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           PERFORM 2110-BUSCAR-CLIENTE
              UNTIL WS-FIN-CLIENTE
                 OR WS-CLIENTE-UBICADO
           CLOSE CLIENTE-EXT
           IF NOT WS-CLIENTE-UBICADO
              MOVE '12'     TO DAP-COD-RETORNO
              MOVE 'DEP004' TO DAP-COD-ERROR-DEV
              GO TO 2100-VALIDAR-CUENTA-EXIT
           END-IF
           MOVE DAP-CTA-VALOR TO EFC-CTA-VALOR
           MOVE DB-MONEDA     TO EFC-MONEDA
           MOVE 0             TO EFC-MTO-REQUERIDO
           CALL 'EFECHK' USING EFC-PARAMETROS
           IF EFC-SIN-CUENTA-EFECTIVO
              MOVE '20'     TO DAP-COD-RETORNO
              MOVE 'DEP005' TO DAP-COD-ERROR-DEV
           END-IF
           .
       2100-VALIDAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2110-BUSCAR-CLIENTE.
           IF EC-CTAVALOR = DAP-CTA-VALOR
              MOVE 'S' TO WS-SW-CLIENTE
           ELSE
              READ CLIENTE-EXT
                 AT END MOVE 'S' TO WS-EOF-CLIENTE
              END-READ
           END-IF
           .
       2110-BUSCAR-CLIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-CONSULTAR-ABONO.
           PERFORM 6000-LEER-ABONO
           IF DAP-COD-RETORNO = '00'
              MOVE DB-CTAVALOR  TO DAP-CTA-VALOR
              MOVE DB-SOLICITUD TO DAP-SOLICITUD
              MOVE DB-ESTADO    TO DAP-ESTADO-RESULTANTE
           END-IF
           CLOSE DEPOSITO-BANCO
           .
       4000-CONSULTAR-ABONO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6000-LEER-ABONO.
           OPEN I-O DEPOSITO-BANCO
           MOVE DAP-FECHA         TO DB-FECHA
           MOVE DAP-NUM-OPERACION TO DB-NUM-OPERACION
           READ DEPOSITO-BANCO
              INVALID KEY
                 MOVE '12'     TO DAP-COD-RETORNO
                 MOVE 'DEP002' TO DAP-COD-ERROR-DEV
           END-READ
           IF DAP-COD-RETORNO = '00'
              MOVE DB-MONEDA  TO DAP-MONEDA
              MOVE DB-IMPORTE TO DAP-IMPORTE
              MOVE DB-MOTIVO  TO DAP-MOTIVO
           END-IF
           .
       6000-LEER-ABONO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7000-ACREDITAR-DEPOSITO.
           MOVE 0   TO WS-SOL-EXISTENTE
           MOVE 'N' TO WS-SW-APROBAR
           PERFORM 7100-BUSCAR-AVISO-PREVIO
           MOVE WS-CTA-ACREDITAR    TO SOL-CTA-VALOR
           MOVE 'D'                 TO SOL-TIPO
           MOVE DB-MONEDA           TO SOL-MONEDA
           MOVE DB-IMPORTE          TO SOL-IMPORTE
           MOVE SPACES              TO SOL-BANCO-DESTINO
           MOVE SPACES              TO SOL-CTA-BANCARIA
           MOVE WS-FECHA-FORMATEADA TO SOL-FECHA
           MOVE WS-HORA-SISTEMA     TO SOL-HORA
           MOVE DAP-USUARIO         TO SOL-USUARIO
           MOVE SPACES              TO SOL-FIRMA SOL-CANAL
           IF WS-SOL-EXISTENTE > 0
              MOVE WS-SOL-EXISTENTE TO SOL-SOLICITUD
           ELSE
              MOVE 0   TO SOL-SOLICITUD
              MOVE 'A' TO SOL-FUNCION
              CALL 'CSOLEFE' USING SOL-PARAMETROS
              IF SOL-COD-RETORNO NOT = '00'
                 GO TO 7000-ACREDITAR-DEPOSITO-EXIT
              END-IF
              MOVE 'S' TO WS-SW-APROBAR
           END-IF
           IF WS-APROBAR-SOLICITUD
              MOVE 'P' TO SOL-FUNCION
              CALL 'CSOLEFE' USING SOL-PARAMETROS
              IF SOL-COD-RETORNO NOT = '00'
                 GO TO 7000-ACREDITAR-DEPOSITO-EXIT
              END-IF
           END-IF
           MOVE 'B' TO SOL-FUNCION
           CALL 'CSOLEFE' USING SOL-PARAMETROS
           .
       7000-ACREDITAR-DEPOSITO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * SI EL CLIENTE YA AVISO EL DEPOSITO (SOLICITUD DE DEPOSITO    *
      * SOLICITADA O APROBADA DE LA MISMA CUENTA, MONEDA E IMPORTE)  *
      * SE CONFIRMA ESA SOLICITUD EN LUGAR DE CREAR OTRA.            *
      *--------------------------------------------------------------*
       7100-BUSCAR-AVISO-PREVIO.
           MOVE '00'             TO WS-SL-STATUS
           OPEN INPUT SOLICITUD-EFECTIVO
           MOVE WS-CTA-ACREDITAR TO SL-CTAVALOR
           MOVE 0                TO SL-SOLICITUD
           START SOLICITUD-EFECTIVO KEY IS NOT LESS THAN SL-CLAVE
              INVALID KEY MOVE '10' TO WS-SL-STATUS
           END-START
           IF WS-SL-OK
              READ SOLICITUD-EFECTIVO NEXT RECORD
                 AT END MOVE '10' TO WS-SL-STATUS
              END-READ
           END-IF
           PERFORM 7110-EVALUAR-AVISO
              UNTIL WS-SL-FIN
                 OR SL-CTAVALOR NOT = WS-CTA-ACREDITAR
                 OR WS-SOL-EXISTENTE > 0
           CLOSE SOLICITUD-EFECTIVO
           .
       7100-BUSCAR-AVISO-PREVIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7110-EVALUAR-AVISO.
           IF SL-ES-DEPOSITO
              AND (SL-SOLICITADA OR SL-APROBADA)
              AND SL-MONEDA  = DB-MONEDA
              AND SL-IMPORTE = DB-IMPORTE
              MOVE SL-SOLICITUD TO WS-SOL-EXISTENTE
              IF SL-SOLICITADA
                 MOVE 'S' TO WS-SW-APROBAR
              END-IF
           ELSE
              READ SOLICITUD-EFECTIVO NEXT RECORD
                 AT END MOVE '10' TO WS-SL-STATUS
              END-READ
           END-IF
           .
       7110-EVALUAR-AVISO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

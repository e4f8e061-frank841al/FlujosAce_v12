       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONDTRG.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  14/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 14/09/2026 JQ      ALTA. BARRIDO DE ACTIVACION DE ORDENES    *
      *                    CONDICIONADAS (STOP-LOSS / TAKE-PROFIT)   *
      *                    CONTRA EL PRECIO VIGENTE DE QUOTEMST, CON *
      *                    LIBERACION POR LA CADENA DE GUARDAS, HITO *
      *                    DE ACTIVACION EN ORDTRACE Y AVISO AL      *
      *                    CLIENTE VIA RVALUSU.                      *
      * 14/09/2026 JQ      ALTA. EL USUARIO DEL HITO Y DE LA TRAZA   *
      *                    VA EN BLANCO (ETAPA BATCH).               *
      * 05/10/2026 JQ      LA ORDEN ACTIVADA SE REPLICA EN EL LIBRO  *
      *                    DE ORDENES VIVAS (ORDVIVW).               *
      * 15/10/2026 JQ      EL BARRIDO PARTE DEL LIBRO DE ORDENES     *
      *                    VIVAS (ORDVIVO) POR NEMONICO Y SITUACION  *
      *                    LATENTE, REGRABANDO AHI LA SITUACION; LA  *
      *                    ORDEN REGRABADA DEJA SU IMAGEN EN         *
      *                    FWDJRNW. EL AVISO LLEVA DOCUMENTO Y TIPO  *
      *                    'CND' (NOTIARG) PARA APLICAR LAS          *
      *                    PREFERENCIAS DEL CLIENTE.                 *
      * 15/10/2026 JQ      CORRECCION. SE VERIFICA LA APERTURA DEL   *
      *                    LIBRO DE ORDENES VIVAS, DE QUOTEMST Y DEL *
      *                    REPORTE CONDRPT ADEMAS DE ORDMAST; SI     *
      *                    ALGUNO NO ABRE SE CIERRAN LOS YA          *
      *                    ABIERTOS, SE DEVUELVE 12 Y NO SE HACE EL  *
      *                    BARRIDO.                                  *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LO LLAMA RQUOLOAD AL TERMINAR LA CARGA (TODOS LOS NEMONICOS) *
      * Y CQUOAPRO AL APROBAR UN PRECIO RETENIDO (SOLO ESE           *
      * NEMONICO). RECORRE EL LIBRO DE ORDENES VIVAS (ORDVIVO) DESDE *
      * EL NEMONICO PEDIDO O DESDE EL INICIO, Y POR CADA ORDEN EN    *
      * SITUACION LATENTE LEE ORDMAST POR CLAVE PRIMARIA Y COMPARA   *
      * QM-PRECIO CONTRA OM-PRECIO-ACTIVACION EN EL SENTIDO PACTADO. *
      * LA ORDEN QUE SE DISPARA PASA POR LAS GUARDAS DEL INGRESO     *
      * NORMAL: ESTADO DE NEGOCIACION (SUSPCHK), SALDO DE TITULOS EN *
      * LA VENTA (SALCHK) O EFECTIVO EN LA COMPRA (EFECHK) Y, CON LA *
      * SESION ABIERTA (SESCHK), BANDA DE PRECIO (BANDCHK). FUERA DE *
      * SESION LA ORDEN ACTIVADA QUEDA ENCOLADA Y RSESRLSE REVALIDA  *
      * LA BANDA Y LA COTIZACION EN LA APERTURA. LA QUE FALLA UNA    *
      * GUARDA QUEDA RECHAZADA CON SU CODIGO EN ERRLOG. EN AMBOS     *
      * CASOS SE SELLA LA ACTIVACION EN LA ORDEN (CON SU IMAGEN EN   *
      * FWDJRNW Y SU SITUACION EN EL LIBRO DE ORDENES VIVAS) Y EN LA *
      * BITACORA ORDTRACE, SE AVISA AL CLIENTE SEGUN SUS             *
      * PREFERENCIAS (TIPO 'CND', NOTIARG) Y SE DEJA LA LINEA EN EL  *
      * REPORTE CONDRPT.                                             *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDEN-MAESTRO ASSIGN TO ORDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-CLAVE
               FILE STATUS IS WS-OM-STATUS.
           SELECT LIBRO-ORDENES-VIVAS ASSIGN TO ORDVIVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OV-CLAVE
               FILE STATUS IS WS-OV-STATUS.
           SELECT COTIZACION-MAESTRO ASSIGN TO QUOTEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QM-NEMONICO
               FILE STATUS IS WS-QM-STATUS.
           SELECT CLIENTE-EXT ASSIGN TO EODCLI
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-ACTIVACION ASSIGN TO CONDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDEN-MAESTRO
           RECORDING MODE IS F.
       COPY ORDMAST.
       FD  LIBRO-ORDENES-VIVAS
           RECORDING MODE IS F.
       COPY ORDVIVO.
       FD  COTIZACION-MAESTRO
           RECORDING MODE IS F.
       COPY QUOTEMST.
       FD  CLIENTE-EXT
           RECORDING MODE IS F.
       COPY EODCLI.
       FD  REPORTE-ACTIVACION
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-OM-STATUS                PIC X(02) VALUE '00'.
           88 WS-OM-OK                           VALUE '00'.
           88 WS-OM-FIN                          VALUE '10'.
       01  WS-OV-STATUS                PIC X(02) VALUE '00'.
           88 WS-OV-OK                           VALUE '00'.
           88 WS-OV-FIN                          VALUE '10'.
       01  WS-QM-STATUS                PIC X(02) VALUE '00'.
           88 WS-QM-OK                           VALUE '00'.
       01  WS-RA-STATUS                PIC X(02) VALUE '00'.
           88 WS-RA-OK                           VALUE '00'.
       01  WS-EOF-CLIENTE              PIC X(01) VALUE 'N'.
           88 WS-FIN-CLIENTE                     VALUE 'S'.
       01  WS-SW-DISPARO               PIC X(01) VALUE 'N'.
           88 WS-ORDEN-DISPARADA                 VALUE 'S'.
       01  WS-SW-ENCOLAR               PIC X(01) VALUE 'N'.
           88 WS-ORDEN-ENCOLADA                  VALUE 'S'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       77  WS-HORA-SISTEMA             PIC 9(08).
       77  WS-COD-RECHAZO              PIC X(07) VALUE SPACES.
       77  WS-VAR1-RECHAZO             PIC X(20) VALUE SPACES.
       77  WS-VAR2-RECHAZO             PIC X(20) VALUE SPACES.
       01  WS-PRECIO-ED                PIC Z(07)9.9999.
       01  WS-LINEA-REPORTE.
           05 WR-CTAVALOR              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WR-ORDEN                 PIC 9(09).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WR-NEMONICO              PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WR-TIPO                  PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WR-PRECIO-ACTIVACION     PIC Z(07)9.9999.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WR-PRECIO-DISPARO        PIC Z(07)9.9999.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WR-SITUACION             PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WR-COD-RECHAZO           PIC X(07).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WR-ORIGEN                PIC X(08).
           05 FILLER                   PIC X(32) VALUE SPACES.
       COPY SESCHKP.
       COPY SUSPCHKP.
       COPY SALCHKP.
       COPY EFECHKP.
       COPY BANDCHKP.
       COPY ORDTRCWP.
       COPY ERRLOGWP.
       COPY FWDJRNWP.
       COPY Copy_of_VLMC500E.
       COPY VLMC500S.
       COPY NOTIARG.
       LINKAGE SECTION.
       COPY CONDTRGP.
       PROCEDURE DIVISION USING CDT-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO THRU 1000-INICIO-EXIT
           IF CDT-BARRIDO-OK
              PERFORM 2000-PROCESAR-ORDEN
                 UNTIL WS-OV-FIN
                    OR (CDT-NEMONICO NOT = SPACES
                        AND OV-NEMONICO NOT = CDT-NEMONICO)
              PERFORM 9000-FIN
           END-IF
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           MOVE 0    TO CDT-TOT-LATENTES CDT-TOT-ACTIVADAS
                        CDT-TOT-RECHAZADAS
           MOVE '00' TO CDT-COD-RETORNO
           MOVE '00' TO WS-OM-STATUS WS-OV-STATUS
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA  FROM TIME
           OPEN I-O ORDEN-MAESTRO
           IF NOT WS-OM-OK
              MOVE '12' TO CDT-COD-RETORNO
              GO TO 1000-INICIO-EXIT
           END-IF
           OPEN I-O LIBRO-ORDENES-VIVAS
           IF NOT WS-OV-OK
              MOVE '12' TO CDT-COD-RETORNO
              CLOSE ORDEN-MAESTRO
              GO TO 1000-INICIO-EXIT
           END-IF
           OPEN INPUT COTIZACION-MAESTRO
           IF NOT WS-QM-OK
              MOVE '12' TO CDT-COD-RETORNO
              CLOSE ORDEN-MAESTRO LIBRO-ORDENES-VIVAS
              GO TO 1000-INICIO-EXIT
           END-IF
           OPEN EXTEND REPORTE-ACTIVACION
           IF NOT WS-RA-OK
              MOVE '12' TO CDT-COD-RETORNO
              CLOSE ORDEN-MAESTRO LIBRO-ORDENES-VIVAS COTIZACION-MAESTRO
              GO TO 1000-INICIO-EXIT
           END-IF
           MOVE LOW-VALUES   TO OV-CLAVE
           IF CDT-NEMONICO NOT = SPACES
              MOVE CDT-NEMONICO TO OV-NEMONICO
           END-IF
           START LIBRO-ORDENES-VIVAS KEY IS NOT LESS THAN OV-CLAVE
              INVALID KEY MOVE '10' TO WS-OV-STATUS
           END-START
           IF WS-OV-OK
              READ LIBRO-ORDENES-VIVAS NEXT RECORD
                 AT END MOVE '10' TO WS-OV-STATUS
              END-READ
           END-IF
           IF NOT WS-OV-OK
              MOVE '10' TO WS-OV-STATUS
           END-IF
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-PROCESAR-ORDEN.
           IF OV-SITUACION = 'LATENTE'
              MOVE OV-CTAVALOR TO OM-CTAVALOR
              MOVE OV-ORDEN    TO OM-ORDEN
              READ ORDEN-MAESTRO
                 INVALID KEY MOVE '23' TO WS-OM-STATUS
                 NOT INVALID KEY MOVE '00' TO WS-OM-STATUS
              END-READ
              IF NOT WS-OM-OK
                 DISPLAY 'CONDTRG - ORDEN DEL LIBRO SIN MAESTRO: '
                         OV-CTAVALOR ' ' OV-ORDEN
              END-IF
              IF WS-OM-OK AND OM-SITUACION = 'LATENTE'
                 ADD 1 TO CDT-TOT-LATENTES
                 PERFORM 2100-EVALUAR-DISPARO
                 IF WS-ORDEN-DISPARADA
                    PERFORM 3000-LIBERAR-ORDEN
                 END-IF
              END-IF
           END-IF
           READ LIBRO-ORDENES-VIVAS NEXT RECORD
              AT END MOVE '10' TO WS-OV-STATUS
           END-READ
           .
       2000-PROCESAR-ORDEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * SIN COTIZACION VIGENTE (O CON PRECIO CERO) LA ORDEN SIGUE    *
      * LATENTE: NUNCA SE DISPARA CONTRA UN PRECIO INEXISTENTE.      *
      *--------------------------------------------------------------*
       2100-EVALUAR-DISPARO.
           MOVE 'N' TO WS-SW-DISPARO
           MOVE OM-NEMONICO TO QM-NEMONICO
           READ COTIZACION-MAESTRO
              INVALID KEY MOVE '23' TO WS-QM-STATUS
              NOT INVALID KEY MOVE '00' TO WS-QM-STATUS
           END-READ
           IF WS-QM-OK AND QM-PRECIO > 0
              EVALUATE TRUE
                 WHEN OM-ACTIVA-A-LA-BAJA
                    IF QM-PRECIO NOT > OM-PRECIO-ACTIVACION
                       MOVE 'S' TO WS-SW-DISPARO
                    END-IF
                 WHEN OM-ACTIVA-AL-ALZA
                    IF QM-PRECIO NOT < OM-PRECIO-ACTIVACION
                       MOVE 'S' TO WS-SW-DISPARO
                    END-IF
              END-EVALUATE
           END-IF
           .
       2100-EVALUAR-DISPARO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-LIBERAR-ORDEN.
           MOVE SPACES TO WS-COD-RECHAZO WS-VAR1-RECHAZO
                          WS-VAR2-RECHAZO
           MOVE 'N'    TO WS-SW-ENCOLAR
           MOVE WS-FECHA-SISTEMA    TO OM-FEC-ACTIVACION
           MOVE WS-HORA-SISTEMA(1:6) TO OM-HOR-ACTIVACION
           MOVE QM-PRECIO           TO OM-PRECIO-DISPARO
           PERFORM 3100-VALIDAR-SESION
           PERFORM 3200-VALIDAR-NEGOCIACION
           IF WS-COD-RECHAZO = SPACES
              IF OM-ES-ORDEN-VENTA
                 PERFORM 3300-VALIDAR-SALDO
              ELSE
                 PERFORM 3400-VALIDAR-EFECTIVO
              END-IF
           END-IF
           IF WS-COD-RECHAZO = SPACES
              AND NOT WS-ORDEN-ENCOLADA
              PERFORM 3500-VALIDAR-BANDA
           END-IF
           IF WS-COD-RECHAZO = SPACES
              IF WS-ORDEN-ENCOLADA
                 MOVE 'ENCOLADA'  TO OM-SITUACION
              ELSE
                 MOVE 'INGRESADA' TO OM-SITUACION
              END-IF
              ADD 1 TO CDT-TOT-ACTIVADAS
           ELSE
              MOVE 'RECHAZADA' TO OM-SITUACION
              ADD 1 TO CDT-TOT-RECHAZADAS
              PERFORM 4100-REGISTRAR-ERROR
           END-IF
           MOVE WS-FECHA-SISTEMA TO OM-FEC-MODIF
           MOVE SPACES           TO OM-HOR-MODIF
           MOVE 'CONDTRG'        TO OM-USU-MODIF
           REWRITE OM-REGISTRO-ORDEN
           IF WS-OM-OK
              MOVE 'ORDMAST '        TO FJW-MAESTRO
              MOVE 'M'               TO FJW-OPERACION
              MOVE OM-REGISTRO-ORDEN TO FJW-IMAGEN
              PERFORM 4050-REGISTRAR-RECUPERACION
           END-IF
           MOVE OM-SITUACION TO OV-SITUACION
           REWRITE OV-REGISTRO-VIVA
           PERFORM 4000-REGISTRAR-HITO
           PERFORM 4200-ESCRIBIR-REPORTE
           PERFORM 5000-AVISAR-CLIENTE
           .
       3000-LIBERAR-ORDEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-VALIDAR-SESION.
           MOVE OM-NEMONICO TO SES-NEMONICO
           CALL 'SESCHK' USING SES-PARAMETROS
           IF SES-SESION-CERRADA
              MOVE 'S' TO WS-SW-ENCOLAR
           END-IF
           .
       3100-VALIDAR-SESION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3200-VALIDAR-NEGOCIACION.
           MOVE OM-NEMONICO TO SUS-NEMONICO
           CALL 'SUSPCHK' USING SUS-PARAMETROS
           IF SUS-VALOR-SUSPENDIDO OR SUS-VALOR-DESLISTADO
              MOVE 'SUS001'        TO WS-COD-RECHAZO
              MOVE OM-NEMONICO     TO WS-VAR1-RECHAZO
              MOVE SUS-FECHA-DESDE TO WS-VAR2-RECHAZO
           END-IF
           .
       3200-VALIDAR-NEGOCIACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3300-VALIDAR-SALDO.
           MOVE OM-NEMONICO   TO SLC-NEMONICO
           MOVE OM-CTAVALOR   TO SLC-CTA-VALOR
           MOVE OM-CAN-ORDEN  TO SLC-TIT-ORDENADOS
           CALL 'SALCHK' USING SLC-PARAMETROS
           IF NOT SLC-SALDO-SUFICIENTE
              MOVE 'SLD001'    TO WS-COD-RECHAZO
              MOVE OM-NEMONICO TO WS-VAR1-RECHAZO
              MOVE SLC-SDODIS  TO WS-VAR2-RECHAZO
           END-IF
           .
       3300-VALIDAR-SALDO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA COMPRA SE EXIGE AL PRECIO LIMITE DE LA ORDEN, EN LA       *
      * MONEDA DE LA CUENTA (LA ORDEN CONDICIONADA NO ADMITE OTRA).  *
      *--------------------------------------------------------------*
       3400-VALIDAR-EFECTIVO.
           MOVE OM-CTAVALOR TO EFC-CTA-VALOR
           MOVE SPACES      TO EFC-MONEDA
           COMPUTE EFC-MTO-REQUERIDO ROUNDED =
              OM-CAN-ORDEN * OM-PRECIO
           CALL 'EFECHK' USING EFC-PARAMETROS
           IF EFC-EFECTIVO-INSUFICIENTE OR EFC-SIN-CUENTA-EFECTIVO
              MOVE 'EFE001'    TO WS-COD-RECHAZO
              MOVE OM-NEMONICO TO WS-VAR1-RECHAZO
              MOVE EFC-MTO-REQUERIDO TO WS-PRECIO-ED
              MOVE WS-PRECIO-ED TO WS-VAR2-RECHAZO
           END-IF
           .
       3400-VALIDAR-EFECTIVO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3500-VALIDAR-BANDA.
           MOVE OM-NEMONICO TO BND-NEMONICO
           MOVE OM-PRECIO   TO BND-PRECIO-ORDEN
           CALL 'BANDCHK' USING BND-PARAMETROS
           IF BND-PRECIO-FUERA-BANDA
              MOVE 'PRC001'    TO WS-COD-RECHAZO
              MOVE OM-NEMONICO TO WS-VAR1-RECHAZO
              MOVE BND-PCT-DESVIO TO WS-PRECIO-ED
              MOVE WS-PRECIO-ED TO WS-VAR2-RECHAZO
           END-IF
           .
       3500-VALIDAR-BANDA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-REGISTRAR-HITO.
           MOVE OM-ORDEN    TO OTW-ORDEN
           MOVE OM-CTAVALOR TO OTW-CTAVALOR
           MOVE 'D'         TO OTW-ETAPA
           MOVE 'CONDTRG'   TO OTW-PROGRAMA
           MOVE SPACES      TO OTW-USUARIO
           CALL 'ORDTRCW' USING OTW-PARAMETROS
           .
       4000-REGISTRAR-HITO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4050-REGISTRAR-RECUPERACION.
           MOVE 'CONDTRG ' TO FJW-PROGRAMA
           CALL 'FWDJRNW' USING FJW-PARAMETROS
           .
       4050-REGISTRAR-RECUPERACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4100-REGISTRAR-ERROR.
           MOVE 'CONDTRG'       TO EW-PROGRAMA
           MOVE WS-COD-RECHAZO  TO EW-COD-ERROR-DEV
           MOVE WS-VAR1-RECHAZO TO EW-VAR1
           MOVE WS-VAR2-RECHAZO TO EW-VAR2
           MOVE SPACES          TO EW-USUARIO
           CALL 'ERRLOGW' USING EW-PARAMETROS
           .
       4100-REGISTRAR-ERROR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4200-ESCRIBIR-REPORTE.
           MOVE OM-CTAVALOR          TO WR-CTAVALOR
           MOVE OM-ORDEN             TO WR-ORDEN
           MOVE OM-NEMONICO          TO WR-NEMONICO
           MOVE OM-IND-CONDICION     TO WR-TIPO
           MOVE OM-PRECIO-ACTIVACION TO WR-PRECIO-ACTIVACION
           MOVE OM-PRECIO-DISPARO    TO WR-PRECIO-DISPARO
           MOVE OM-SITUACION         TO WR-SITUACION
           MOVE WS-COD-RECHAZO       TO WR-COD-RECHAZO
           MOVE CDT-PROGRAMA-ORIGEN  TO WR-ORIGEN
           WRITE REPORTE-REC FROM WS-LINEA-REPORTE
           .
       4200-ESCRIBIR-REPORTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * AVISO AL CLIENTE UBICADO EN EL EXTRACTO EODCLI, CON SU       *
      * DOCUMENTO Y EL TIPO 'CND' (NOTIARG) PARA QUE RVALUSU APLIQUE *
      * SUS PREFERENCIAS (MISMO CRITERIO QUE CEJECNOT: EL CORREO     *
      * SOLO VA SI CABE EN LOS 35 CARACTERES DE E500-CODIGO1, PERO   *
      * SE DESPACHA IGUAL POR SI PREFIERE SMS). EL EXTRACTO SE       *
      * RECORRE DESDE EL INICIO PARA CADA ORDEN ACTIVADA, QUE SON    *
      * POCAS POR CORRIDA.                                           *
      *--------------------------------------------------------------*
       5000-AVISAR-CLIENTE.
           MOVE 'N' TO WS-EOF-CLIENTE
           MOVE SPACES TO EC-CTAVALOR
           OPEN INPUT CLIENTE-EXT
           PERFORM 5100-AVANZAR-CLIENTE
              UNTIL WS-FIN-CLIENTE
                 OR EC-CTAVALOR = OM-CTAVALOR
           CLOSE CLIENTE-EXT
           IF NOT WS-FIN-CLIENTE
              PERFORM 5200-DESPACHAR-AVISO
           END-IF
           .
       5000-AVISAR-CLIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5100-AVANZAR-CLIENTE.
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           .
       5100-AVANZAR-CLIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5200-DESPACHAR-AVISO.
           MOVE SPACES          TO E500-VLMC500E
           MOVE 'E'             TO E500-INDICADOR1
           IF EC-EMAIL(36:45) = SPACES
              MOVE EC-EMAIL(1:35)  TO E500-CODIGO1
           END-IF
           MOVE SPACES          TO NA-ARGUMENTO-PREFERENCIA
           MOVE EC-TIPO-DOC     TO NA-TIPO-DOC
           MOVE EC-NUME-DOC     TO NA-NUME-DOC
           MOVE 'CND'           TO NA-TIPO-NOTIF
           MOVE NA-ARGUMENTO-PREFERENCIA TO E500-ARG-BUSQUEDA
           IF WS-COD-RECHAZO = SPACES
              MOVE 'ORDEN CONDICIONADA ACTIVADA' TO E500-ASUNTO1
              STRING 'SU ORDEN CONDICIONADA DEL VALOR '
                                      DELIMITED BY SIZE
                     OM-NEMONICO      DELIMITED BY SIZE
                     ' SE ACTIVO Y FUE INGRESADA' DELIMITED BY SIZE
                     INTO E500-DESCRIPCION1
              END-STRING
           ELSE
              MOVE 'ORDEN ACTIVADA Y RECHAZADA'  TO E500-ASUNTO1
              STRING 'SU ORDEN CONDICIONADA DEL VALOR '
                                      DELIMITED BY SIZE
                     OM-NEMONICO      DELIMITED BY SIZE
                     ' SE ACTIVO PERO FUE RECHAZADA' DELIMITED BY SIZE
                     INTO E500-DESCRIPCION1
              END-STRING
              STRING 'MOTIVO: '       DELIMITED BY SIZE
                     WS-COD-RECHAZO   DELIMITED BY SIZE
                     INTO E500-DESCRIPCION2
              END-STRING
           END-IF
           MOVE OM-FEC-MODIF         TO E500-FECHA1
           MOVE OM-ORDEN             TO E500-NUMERO1
           MOVE OM-PRECIO-DISPARO    TO E500-IMPORTE1
           MOVE OM-PRECIO-ACTIVACION TO E500-IMPORTE2
           CALL 'RVALUSU' USING E500-VLMC500E S500-VLMC500S
           .
       5200-DESPACHAR-AVISO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE ORDEN-MAESTRO LIBRO-ORDENES-VIVAS COTIZACION-MAESTRO
                 REPORTE-ACTIVACION
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RINSFEED.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  12/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 12/10/2026 JQ      ALTA. ARCHIVO DIARIO PARA CLIENTES        *
      *                    INSTITUCIONALES (INSTFDAT) CON LAS        *
      *                    OPERACIONES EJECUTADAS Y SUS GASTOS, LAS  *
      *                    POSICIONES VALORIZADAS Y LOS MOVIMIENTOS  *
      *                    DE EFECTIVO DEL DIA, EN EL FORMATO        *
      *                    SUSCRITO POR CADA CLIENTE, CON CABECERA Y *
      *                    PIE HDRTRL, HISTORICO PARA REENVIOS       *
      *                    (INSTFHIS) Y CONTROL DE ENTREGA           *
      *                    (INSTFENV).                               *
      * 15/10/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LAS AFP, ASEGURADORAS Y ADMINISTRADORAS DE FONDOS CONCILIAN  *
      * CADA MANANA CONTRA SUS PROPIOS LIBROS. CORRE AL CIERRE DE LA *
      * CADENA NOCTURNA Y POR CADA SUSCRIPCION ACTIVA DE INSTFSUS    *
      * ARMA EL BLOQUE DEL CLIENTE EN EL ARCHIVO INSTFDAT:           *
      *   - 'C' CLIENTE, CON EL BUZON DE DESTINO;                    *
      *   - 'O' POR CADA ORDEN DE ORDMAST CON EJECUCION APLICADA EN  *
      *     EL DIA (CEJECAP SELLA OM-FEC-MODIF), CON LA CANTIDAD Y   *
      *     PRECIO PROMEDIO EJECUTADOS, LOS GASTOS DE LA ORDEN       *
      *     (SUMA DE FEEDET) Y EL NETO A LIQUIDAR;                   *
      *   - 'P' POR CADA TENENCIA DEL EXTRACTO EODPOS, CON EL        *
      *     PRECIO VIGENTE DE QUOTEMST Y EL VALOR DE MERCADO;        *
      *   - 'M' POR CADA MOVIMIENTO DE EFECTIVO DEL DIA (EFEMOV);    *
      *   - 'T' CON LA CANTIDAD DE DETALLES Y EL HASH DE IMPORTES.   *
      * EL CLIENTE CON FORMATO DELIMITADO RECIBE EL DETALLE COMO     *
      * TEXTO SEPARADO POR PUNTO Y COMA. TODO REGISTRO ENVIADO SE    *
      * GUARDA EN INSTFHIS Y LA ENTREGA QUEDA 'G' GENERADA EN        *
      * INSTFENV HASTA QUE RINSFACK APLIQUE EL ACUSE. ANTES DEL DIA  *
      * SE ATIENDEN LOS REENVIOS PEDIDOS POR CINSFMNT: EL BLOQUE DE  *
      * LA FECHA PEDIDA SE COPIA TAL CUAL DESDE INSTFHIS, MARCADO    *
      * COMO REENVIO. EL CLIENTE YA GENERADO EN LA FECHA NO SE       *
      * REPITE. LA CORRIDA SE REGISTRA EN RUNCTL VIA BCHCTL.         *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSCRIPCION-FEED ASSIGN TO INSTFSUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IFS-CTAVALOR
               FILE STATUS IS WS-IFS-STATUS.
           SELECT ORDEN-MAESTRO ASSIGN TO ORDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-CLAVE
               FILE STATUS IS WS-OM-STATUS.
           SELECT OPTIONAL DETALLE-GASTO ASSIGN TO FEEDET
               ORGANIZATION IS SEQUENTIAL.
           SELECT POSICION-EXT ASSIGN TO EODPOS
               ORGANIZATION IS SEQUENTIAL.
           SELECT COTIZACION-MAESTRO ASSIGN TO QUOTEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QM-NEMONICO
               FILE STATUS IS WS-QM-STATUS.
           SELECT MOVIMIENTO-EFECTIVO ASSIGN TO EFEMOV
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-ENVIO ASSIGN TO INSTFENV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IFE-CLAVE
               FILE STATUS IS WS-IFE-STATUS.
           SELECT HISTORICO-FEED ASSIGN TO INSTFHIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IFH-CLAVE
               FILE STATUS IS WS-IFH-STATUS.
           SELECT ARCHIVO-FEED ASSIGN TO INSTFDAT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSCRIPCION-FEED
           RECORDING MODE IS F.
       COPY INSTFSUS.
       FD  ORDEN-MAESTRO
           RECORDING MODE IS F.
       COPY ORDMAST.
       FD  DETALLE-GASTO
           RECORDING MODE IS F.
       COPY FEEDET.
       FD  POSICION-EXT
           RECORDING MODE IS F.
       COPY EODPOS.
       FD  COTIZACION-MAESTRO
           RECORDING MODE IS F.
       COPY QUOTEMST.
       FD  MOVIMIENTO-EFECTIVO
           RECORDING MODE IS F.
       COPY ITFEXT.
       FD  CONTROL-ENVIO
           RECORDING MODE IS F.
       COPY INSTFENV.
       FD  HISTORICO-FEED
           RECORDING MODE IS F.
       COPY INSTFHIS.
       FD  ARCHIVO-FEED
           RECORDING MODE IS F.
       COPY INSTFDAT.
       COPY HDRTRL.
       WORKING-STORAGE SECTION.
       01  WS-IFS-STATUS               PIC X(02) VALUE '00'.
           88 WS-IFS-OK                          VALUE '00'.
           88 WS-IFS-FIN                         VALUE '10'.
       01  WS-OM-STATUS                PIC X(02) VALUE '00'.
           88 WS-OM-OK                           VALUE '00'.
           88 WS-OM-FIN                          VALUE '10'.
       01  WS-QM-STATUS                PIC X(02) VALUE '00'.
           88 WS-QM-OK                           VALUE '00'.
       01  WS-IFE-STATUS               PIC X(02) VALUE '00'.
           88 WS-IFE-OK                          VALUE '00'.
           88 WS-IFE-FIN                         VALUE '10'.
           88 WS-IFE-NO-ENCONTRADO               VALUE '23'.
       01  WS-IFH-STATUS               PIC X(02) VALUE '00'.
           88 WS-IFH-OK                          VALUE '00'.
           88 WS-IFH-FIN                         VALUE '10'.
       77  WS-EOF-GASTO                PIC X(01) VALUE 'N'.
           88 WS-FIN-GASTO                       VALUE 'S'.
       77  WS-EOF-POSICION             PIC X(01) VALUE 'N'.
           88 WS-FIN-POSICION                    VALUE 'S'.
       77  WS-EOF-MOVIMIENTO           PIC X(01) VALUE 'N'.
           88 WS-FIN-MOVIMIENTO                  VALUE 'S'.
       77  WS-FECHA-PROCESO            PIC 9(08).
       77  WS-FECHA-PROCESO-X REDEFINES WS-FECHA-PROCESO
                                       PIC X(08).
       77  WS-IDX                      PIC 9(03) COMP VALUE 0.
       77  WS-TOT-ORDENES              PIC 9(03) COMP VALUE 0.
       77  WS-SECUENCIA                PIC 9(07) COMP VALUE 0.
       77  WS-DET-CLIENTE              PIC 9(07) COMP VALUE 0.
       77  WS-REG-ARCHIVO              PIC 9(09) COMP VALUE 0.
       77  WS-TOT-SUSCRIPCIONES        PIC 9(07) COMP VALUE 0.
       77  WS-TOT-GENERADOS            PIC 9(07) COMP VALUE 0.
       77  WS-TOT-SUSPENDIDOS          PIC 9(07) COMP VALUE 0.
       77  WS-TOT-YA-GENERADOS         PIC 9(07) COMP VALUE 0.
       77  WS-TOT-REENVIOS             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-SIN-HISTORICO        PIC 9(07) COMP VALUE 0.
       77  WS-BLANCOS                  PIC 9(03) COMP VALUE 0.
       77  WS-PUNTERO                  PIC 9(03) COMP VALUE 0.
       01  WS-HASH-CLIENTE             PIC S9(15)V9(02) COMP-3
                                                 VALUE 0.
       01  WS-HASH-ARCHIVO             PIC S9(15)V9(02) COMP-3
                                                 VALUE 0.
       01  WS-FECHA-ARMADA.
           05 WS-FA-ANIO               PIC X(04).
           05 WS-FA-MES                PIC X(02).
           05 WS-FA-DIA                PIC X(02).
       01  WS-FECHA-ARMADA-N REDEFINES WS-FECHA-ARMADA
                                       PIC 9(08).
      *--------------------------------------------------------------*
      * ORDENES DEL CLIENTE CON EJECUCION APLICADA EN EL DIA, CON    *
      * SUS GASTOS ACUMULADOS DESDE FEEDET.                          *
      *--------------------------------------------------------------*
       01  WS-ORDEN-TABLA.
           05 WS-ORD OCCURS 300 TIMES.
              10 WS-ORD-ORDEN          PIC  9(09).
              10 WS-ORD-NEMONICO       PIC  X(10).
              10 WS-ORD-TIPO           PIC  X(01).
              10 WS-ORD-CAN-EJECUTADA  PIC S9(10)V9(04).
              10 WS-ORD-PRECIO-PROM    PIC S9(08)V9(04).
              10 WS-ORD-FECHA-VALOR    PIC  9(08).
              10 WS-ORD-GASTOS         PIC S9(10)V9(02).
      *--------------------------------------------------------------*
      * ARMADO DEL DETALLE DELIMITADO.                               *
      *--------------------------------------------------------------*
       01  WS-CAMPO                    PIC X(40).
       01  WS-ED-ENTERO                PIC -(11)9.
       01  WS-ED-CANTIDAD              PIC -(10)9.9999.
       01  WS-ED-PRECIO                PIC -(8)9.9999.
       01  WS-ED-IMPORTE               PIC -(15)9.99.
       01  WS-MTO-OPERACION            PIC S9(12)V9(02).
       01  WS-MTO-LIQUIDACION          PIC S9(12)V9(02).
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-ATENDER-REENVIOS
           PERFORM 3000-PROCESAR-SUSCRIPCION
              UNTIL WS-IFS-FIN
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RINSFEED'   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RINSFEED - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT  SUSCRIPCION-FEED ORDEN-MAESTRO
           OPEN INPUT  COTIZACION-MAESTRO
           OPEN I-O    CONTROL-ENVIO HISTORICO-FEED
           OPEN OUTPUT ARCHIVO-FEED
           MOVE 'CAB'            TO HT-CAB-MARCA
           MOVE 'INSTFDAT'       TO HT-CAB-ARCHIVO
           MOVE WS-FECHA-PROCESO TO HT-CAB-FECHA-PROCESO
           WRITE HT-REGISTRO-CABECERA
           MOVE LOW-VALUES TO IFS-CTAVALOR
           START SUSCRIPCION-FEED KEY IS NOT LESS THAN IFS-CTAVALOR
              INVALID KEY MOVE '10' TO WS-IFS-STATUS
           END-START
           IF WS-IFS-OK
              READ SUSCRIPCION-FEED NEXT RECORD
                 AT END MOVE '10' TO WS-IFS-STATUS
              END-READ
           END-IF
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * REENVIOS: TODA ENTREGA EN ESTADO 'R' SE VUELVE A ENVIAR      *
      * DESDE EL HISTORICO, TAL CUAL SE GENERO EN SU FECHA.          *
      *--------------------------------------------------------------*
       2000-ATENDER-REENVIOS.
           MOVE '00'       TO WS-IFE-STATUS
           MOVE LOW-VALUES TO IFE-CTAVALOR
           MOVE 0          TO IFE-FECHA-PROCESO
           START CONTROL-ENVIO KEY IS NOT LESS THAN IFE-CLAVE
              INVALID KEY MOVE '10' TO WS-IFE-STATUS
           END-START
           IF WS-IFE-OK
              READ CONTROL-ENVIO NEXT RECORD
                 AT END MOVE '10' TO WS-IFE-STATUS
              END-READ
           END-IF
           PERFORM 2100-EVALUAR-ENVIO
              UNTIL WS-IFE-FIN
           .
       2000-ATENDER-REENVIOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-EVALUAR-ENVIO.
           IF IFE-REENVIO-SOLICITADO
              PERFORM 2200-REENVIAR-FECHA
           END-IF
           READ CONTROL-ENVIO NEXT RECORD
              AT END MOVE '10' TO WS-IFE-STATUS
           END-READ
           .
       2100-EVALUAR-ENVIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2200-REENVIAR-FECHA.
           MOVE 0                 TO WS-SECUENCIA
           MOVE '00'              TO WS-IFH-STATUS
           MOVE IFE-CTAVALOR      TO IFH-CTAVALOR
           MOVE IFE-FECHA-PROCESO TO IFH-FECHA-PROCESO
           MOVE 0                 TO IFH-SECUENCIA
           START HISTORICO-FEED KEY IS NOT LESS THAN IFH-CLAVE
              INVALID KEY MOVE '10' TO WS-IFH-STATUS
           END-START
           IF WS-IFH-OK
              READ HISTORICO-FEED NEXT RECORD
                 AT END MOVE '10' TO WS-IFH-STATUS
              END-READ
           END-IF
           PERFORM 2210-COPIAR-HISTORICO
              UNTIL WS-IFH-FIN
                 OR IFH-CTAVALOR NOT = IFE-CTAVALOR
                 OR IFH-FECHA-PROCESO NOT = IFE-FECHA-PROCESO
           IF WS-SECUENCIA = 0
              ADD 1 TO WS-TOT-SIN-HISTORICO
              DISPLAY 'RINSFEED - REENVIO SIN HISTORICO: '
                      IFE-CTAVALOR ' ' IFE-FECHA-PROCESO
              MOVE 'F'                        TO IFE-ESTADO
              MOVE 'SIN HISTORICO PARA REENVIO' TO IFE-MOTIVO-FALLO
           ELSE
              ADD 1 TO WS-TOT-REENVIOS
              MOVE 'G'              TO IFE-ESTADO
              ADD 1                 TO IFE-NRO-ENVIOS
              MOVE WS-FECHA-PROCESO TO IFE-FEC-ULT-ENVIO
              MOVE 0                TO IFE-FEC-ACUSE
              MOVE SPACES           TO IFE-MOTIVO-FALLO
           END-IF
           MOVE 'RINSFEE'        TO IFE-USU-ULT-CAMBIO
           MOVE WS-FECHA-PROCESO TO IFE-FEC-ULT-CAMBIO
           REWRITE IFE-REGISTRO-ENVIO
           .
       2200-REENVIAR-FECHA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2210-COPIAR-HISTORICO.
           ADD 1 TO WS-SECUENCIA
           MOVE IFH-IMAGEN-REGISTRO TO IFD-REGISTRO-FEED
           IF IFD-CLIENTE
              MOVE 'S' TO IFD-CLI-IND-REENVIO
           END-IF
           IF IFD-TOTAL-CLIENTE
              ADD IFD-TOT-HASH-IMPORTES TO WS-HASH-ARCHIVO
           END-IF
           WRITE IFD-REGISTRO-FEED
           ADD 1 TO WS-REG-ARCHIVO
           READ HISTORICO-FEED NEXT RECORD
              AT END MOVE '10' TO WS-IFH-STATUS
           END-READ
           .
       2210-COPIAR-HISTORICO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-PROCESAR-SUSCRIPCION.
           ADD 1 TO WS-TOT-SUSCRIPCIONES
           PERFORM 3100-GENERAR-CLIENTE
              THRU 3100-GENERAR-CLIENTE-EXIT
           READ SUSCRIPCION-FEED NEXT RECORD
              AT END MOVE '10' TO WS-IFS-STATUS
           END-READ
           .
       3000-PROCESAR-SUSCRIPCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-GENERAR-CLIENTE.
           IF NOT IFS-ACTIVA
              ADD 1 TO WS-TOT-SUSPENDIDOS
              GO TO 3100-GENERAR-CLIENTE-EXIT
           END-IF
           MOVE '00'             TO WS-IFE-STATUS
           MOVE IFS-CTAVALOR     TO IFE-CTAVALOR
           MOVE WS-FECHA-PROCESO TO IFE-FECHA-PROCESO
           READ CONTROL-ENVIO
              INVALID KEY MOVE '23' TO WS-IFE-STATUS
           END-READ
           IF WS-IFE-OK
              ADD 1 TO WS-TOT-YA-GENERADOS
              DISPLAY 'RINSFEED - CLIENTE YA GENERADO EN LA FECHA: '
                      IFS-CTAVALOR
              GO TO 3100-GENERAR-CLIENTE-EXIT
           END-IF
           MOVE 0 TO WS-SECUENCIA WS-DET-CLIENTE WS-HASH-CLIENTE
           PERFORM 3200-ESCRIBIR-CLIENTE
           PERFORM 4000-CARGAR-OPERACIONES
           PERFORM 4200-SUMAR-GASTOS
              THRU 4200-SUMAR-GASTOS-EXIT
           PERFORM 4400-ESCRIBIR-OPERACION
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-ORDENES
           PERFORM 5000-INFORMAR-POSICIONES
           PERFORM 6000-INFORMAR-MOVIMIENTOS
           PERFORM 3300-ESCRIBIR-TOTAL
           PERFORM 3400-REGISTRAR-ENVIO
           ADD 1 TO WS-TOT-GENERADOS
           .
       3100-GENERAR-CLIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3200-ESCRIBIR-CLIENTE.
           PERFORM 7000-PREPARAR-REGISTRO
           MOVE 'C'              TO IFD-TIPO-REG
           MOVE IFS-DESTINO      TO IFD-CLI-DESTINO
           MOVE 'N'              TO IFD-CLI-IND-REENVIO
           MOVE WS-FECHA-PROCESO TO IFD-CLI-FEC-GENERACION
           PERFORM 7100-GRABAR-REGISTRO
           .
       3200-ESCRIBIR-CLIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3300-ESCRIBIR-TOTAL.
           PERFORM 7000-PREPARAR-REGISTRO
           MOVE 'T'             TO IFD-TIPO-REG
           MOVE WS-DET-CLIENTE  TO IFD-TOT-REGISTROS
           MOVE WS-HASH-CLIENTE TO IFD-TOT-HASH-IMPORTES
           ADD WS-HASH-CLIENTE  TO WS-HASH-ARCHIVO
           PERFORM 7100-GRABAR-REGISTRO
           .
       3300-ESCRIBIR-TOTAL-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3400-REGISTRAR-ENVIO.
           MOVE IFS-CTAVALOR     TO IFE-CTAVALOR
           MOVE WS-FECHA-PROCESO TO IFE-FECHA-PROCESO
           MOVE 'G'              TO IFE-ESTADO
           MOVE WS-DET-CLIENTE   TO IFE-REGISTROS
           MOVE WS-HASH-CLIENTE  TO IFE-HASH-IMPORTES
           MOVE WS-FECHA-PROCESO TO IFE-FEC-GENERACION
           MOVE 1                TO IFE-NRO-ENVIOS
           MOVE WS-FECHA-PROCESO TO IFE-FEC-ULT-ENVIO
           MOVE 0                TO IFE-FEC-ACUSE
           MOVE SPACES           TO IFE-MOTIVO-FALLO
           MOVE 'RINSFEE'        TO IFE-USU-ULT-CAMBIO
           MOVE WS-FECHA-PROCESO TO IFE-FEC-ULT-CAMBIO
           WRITE IFE-REGISTRO-ENVIO
           .
       3400-REGISTRAR-ENVIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * OPERACIONES: ORDENES DE LA CUENTA CON EJECUCION APLICADA HOY *
      * POR CEJECAP (QUE SELLA OM-FEC-MODIF CON LA FECHA DEL DIA).   *
      *--------------------------------------------------------------*
       4000-CARGAR-OPERACIONES.
           MOVE 0            TO WS-TOT-ORDENES
           MOVE '00'         TO WS-OM-STATUS
           MOVE IFS-CTAVALOR TO OM-CTAVALOR
           MOVE 0            TO OM-ORDEN
           START ORDEN-MAESTRO KEY IS NOT LESS THAN OM-CLAVE
              INVALID KEY MOVE '10' TO WS-OM-STATUS
           END-START
           IF WS-OM-OK
              READ ORDEN-MAESTRO NEXT RECORD
                 AT END MOVE '10' TO WS-OM-STATUS
              END-READ
           END-IF
           PERFORM 4100-EVALUAR-ORDEN
              UNTIL WS-OM-FIN
                 OR OM-CTAVALOR NOT = IFS-CTAVALOR
           .
       4000-CARGAR-OPERACIONES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4100-EVALUAR-ORDEN.
           IF (OM-SITUACION = 'EJECUTADA'
               OR OM-SITUACION = 'EJEC-PARC')
              AND OM-FEC-MODIF(1:8) = WS-FECHA-PROCESO-X
              IF WS-TOT-ORDENES < 300
                 ADD 1 TO WS-TOT-ORDENES
                 MOVE OM-ORDEN
                   TO WS-ORD-ORDEN(WS-TOT-ORDENES)
                 MOVE OM-NEMONICO
                   TO WS-ORD-NEMONICO(WS-TOT-ORDENES)
                 MOVE OM-TIPO-ORDEN
                   TO WS-ORD-TIPO(WS-TOT-ORDENES)
                 MOVE OM-CAN-EJECUTADA
                   TO WS-ORD-CAN-EJECUTADA(WS-TOT-ORDENES)
                 MOVE OM-PRECIO-PROM-EJEC
                   TO WS-ORD-PRECIO-PROM(WS-TOT-ORDENES)
                 MOVE OM-FECHA-VALOR
                   TO WS-ORD-FECHA-VALOR(WS-TOT-ORDENES)
                 MOVE 0
                   TO WS-ORD-GASTOS(WS-TOT-ORDENES)
              ELSE
                 DISPLAY 'RINSFEED - TABLA DE ORDENES LLENA: '
                         IFS-CTAVALOR
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           READ ORDEN-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-OM-STATUS
           END-READ
           .
       4100-EVALUAR-ORDEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * GASTOS: FEEDET NO VIENE ORDENADO; SE RECORRE COMPLETO POR    *
      * CLIENTE, Y SOLO SI TUVO OPERACIONES EN EL DIA.               *
      *--------------------------------------------------------------*
       4200-SUMAR-GASTOS.
           IF WS-TOT-ORDENES = 0
              GO TO 4200-SUMAR-GASTOS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-GASTO
           OPEN INPUT DETALLE-GASTO
           READ DETALLE-GASTO
              AT END MOVE 'S' TO WS-EOF-GASTO
           END-READ
           PERFORM 4210-EVALUAR-GASTO
              UNTIL WS-FIN-GASTO
           CLOSE DETALLE-GASTO
           .
       4200-SUMAR-GASTOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4210-EVALUAR-GASTO.
           IF FT-CTAVALOR = IFS-CTAVALOR
              PERFORM 4220-ACUMULAR-GASTO
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-TOT-ORDENES
           END-IF
           READ DETALLE-GASTO
              AT END MOVE 'S' TO WS-EOF-GASTO
           END-READ
           .
       4210-EVALUAR-GASTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4220-ACUMULAR-GASTO.
           IF WS-ORD-ORDEN(WS-IDX) = FT-ORDEN
              ADD FT-IMPORTE TO WS-ORD-GASTOS(WS-IDX)
           END-IF
           .
       4220-ACUMULAR-GASTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL IMPORTE ES LO EJECUTADO A PRECIO PROMEDIO; EL NETO A      *
      * LIQUIDAR SUMA LOS GASTOS EN LA COMPRA Y LOS RESTA EN LA      *
      * VENTA.                                                       *
      *--------------------------------------------------------------*
       4400-ESCRIBIR-OPERACION.
           COMPUTE WS-MTO-OPERACION ROUNDED =
                   WS-ORD-CAN-EJECUTADA(WS-IDX)
                 * WS-ORD-PRECIO-PROM(WS-IDX)
           IF WS-ORD-TIPO(WS-IDX) = 'V'
              COMPUTE WS-MTO-LIQUIDACION =
                      WS-MTO-OPERACION - WS-ORD-GASTOS(WS-IDX)
           ELSE
              COMPUTE WS-MTO-LIQUIDACION =
                      WS-MTO-OPERACION + WS-ORD-GASTOS(WS-IDX)
           END-IF
           ADD WS-MTO-LIQUIDACION TO WS-HASH-CLIENTE
           PERFORM 7000-PREPARAR-REGISTRO
           MOVE 'O' TO IFD-TIPO-REG
           IF IFS-FORMATO-DELIMITADO
              PERFORM 4410-DELIMITAR-OPERACION
           ELSE
              MOVE WS-ORD-ORDEN(WS-IDX)    TO IFD-OPE-ORDEN
              MOVE WS-ORD-NEMONICO(WS-IDX) TO IFD-OPE-NEMONICO
              MOVE WS-ORD-TIPO(WS-IDX)     TO IFD-OPE-TIPO-ORDEN
              MOVE WS-ORD-CAN-EJECUTADA(WS-IDX)
                TO IFD-OPE-CAN-EJECUTADA
              MOVE WS-ORD-PRECIO-PROM(WS-IDX) TO IFD-OPE-PRECIO-PROM
              MOVE WS-MTO-OPERACION        TO IFD-OPE-MTO-OPERACION
              MOVE WS-ORD-GASTOS(WS-IDX)   TO IFD-OPE-GASTOS
              MOVE WS-MTO-LIQUIDACION      TO IFD-OPE-MTO-LIQUIDACION
              MOVE WS-ORD-FECHA-VALOR(WS-IDX) TO IFD-OPE-FECHA-VALOR
           END-IF
           ADD 1 TO WS-DET-CLIENTE
           PERFORM 7100-GRABAR-REGISTRO
           .
       4400-ESCRIBIR-OPERACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4410-DELIMITAR-OPERACION.
           MOVE 1 TO WS-PUNTERO
           MOVE WS-ORD-ORDEN(WS-IDX)          TO WS-ED-ENTERO
           MOVE WS-ED-ENTERO                  TO WS-CAMPO
           PERFORM 7200-AGREGAR-CAMPO
              THRU 7200-AGREGAR-CAMPO-EXIT
           MOVE WS-ORD-NEMONICO(WS-IDX)       TO WS-CAMPO
           PERFORM 7200-AGREGAR-CAMPO
              THRU 7200-AGREGAR-CAMPO-EXIT
           MOVE WS-ORD-TIPO(WS-IDX)           TO WS-CAMPO
           PERFORM 7200-AGREGAR-CAMPO
              THRU 7200-AGREGAR-CAMPO-EXIT
           MOVE WS-ORD-CAN-EJECUTADA(WS-IDX)  TO WS-ED-CANTIDAD
           MOVE WS-ED-CANTIDAD                TO WS-CAMPO
           PERFORM 7200-AGREGAR-CAMPO
              THRU 7200-AGREGAR-CAMPO-EXIT
           MOVE WS-ORD-PRECIO-PROM(WS-IDX)    TO WS-ED-PRECIO
           MOVE WS-ED-PRECIO                  TO WS-CAMPO
           PERFORM 7200-AGREGAR-CAMPO
              THRU 7200-AGREGAR-CAMPO-EXIT
           MOVE WS-MTO-OPERACION              TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE                 TO WS-CAMPO
           PERFORM 7200-AGREGAR-CAMPO
              THRU 7200-AGREGAR-CAMPO-EXIT
           MOVE WS-ORD-GASTOS(WS-IDX)         TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE                 TO WS-CAMPO
           PERFORM 7200-AGREGAR-CAMPO
              THRU 7200-AGREGAR-CAMPO-EXIT
           MOVE WS-MTO-LIQUIDACION            TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE                 TO WS-CAMPO
           PERFORM 7200-AGREGAR-CAMPO
              THRU 7200-AGREGAR-CAMPO-EXIT
           MOVE WS-ORD-FECHA-VALOR(WS-IDX)    TO WS-CAMPO
           PERFORM 7200-AGREGAR-CAMPO
              THRU 7200-AGREGAR-CAMPO-EXIT
           .
       4410-DELIMITAR-OPERACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * POSICIONES: EODPOS VIENE ORDENADO POR CTAVALOR; SE RELEE POR *
      * CLIENTE Y LA BUSQUEDA SE DETIENE AL PASAR LA CUENTA.         *
      *--------------------------------------------------------------*
       5000-INFORMAR-POSICIONES.
           MOVE 'N' TO WS-EOF-POSICION
           OPEN INPUT POSICION-EXT
           READ POSICION-EXT
              AT END MOVE 'S' TO WS-EOF-POSICION
           END-READ
           PERFORM 5100-EVALUAR-POSICION
              UNTIL WS-FIN-POSICION
                 OR EP-CTAVALOR > IFS-CTAVALOR
           CLOSE POSICION-EXT
           .
       5000-INFORMAR-POSICIONES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5100-EVALUAR-POSICION.
           IF EP-CTAVALOR = IFS-CTAVALOR
              PERFORM 5200-ESCRIBIR-POSICION
           END-IF
           READ POSICION-EXT
              AT END MOVE 'S' TO WS-EOF-POSICION
           END-READ
           .
       5100-EVALUAR-POSICION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA TENENCIA SIN COTIZACION EN QUOTEMST VA CON PRECIO Y FECHA *
      * EN CERO; EL VALOR ES EL DEL EXTRACTO.                        *
      *--------------------------------------------------------------*
       5200-ESCRIBIR-POSICION.
           MOVE '00'        TO WS-QM-STATUS
           MOVE EP-NEMONICO TO QM-NEMONICO
           READ COTIZACION-MAESTRO
              INVALID KEY MOVE '23' TO WS-QM-STATUS
           END-READ
           IF NOT WS-QM-OK
              MOVE 0 TO QM-PRECIO QM-FECHA-ACTUALIZACION
           END-IF
           ADD EP-VALACT TO WS-HASH-CLIENTE
           PERFORM 7000-PREPARAR-REGISTRO
           MOVE 'P' TO IFD-TIPO-REG
           IF IFS-FORMATO-DELIMITADO
              PERFORM 5210-DELIMITAR-POSICION
           ELSE
              MOVE EP-NEMONICO            TO IFD-POS-NEMONICO
              MOVE EP-MONEDA              TO IFD-POS-MONEDA
              MOVE EP-SDOCON              TO IFD-POS-CANTIDAD
              MOVE QM-PRECIO              TO IFD-POS-PRECIO
              MOVE QM-FECHA-ACTUALIZACION TO IFD-POS-FEC-PRECIO
              MOVE EP-VALACT              TO IFD-POS-VALOR
           END-IF
           ADD 1 TO WS-DET-CLIENTE
           PERFORM 7100-GRABAR-REGISTRO
           .
       5200-ESCRIBIR-POSICION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5210-DELIMITAR-POSICION.
           MOVE 1 TO WS-PUNTERO
           MOVE EP-NEMONICO            TO WS-CAMPO
           PERFORM 7200-AGREGAR-CAMPO
              THRU 7200-AGREGAR-CAMPO-EXIT
           MOVE EP-MONEDA              TO WS-CAMPO
           PERFORM 7200-AGREGAR-CAMPO
              THRU 7200-AGREGAR-CAMPO-EXIT
           MOVE EP-SDOCON              TO WS-ED-ENTERO
           MOVE WS-ED-ENTERO           TO WS-CAMPO
           PERFORM 7200-AGREGAR-CAMPO
              THRU 7200-AGREGAR-CAMPO-EXIT
           MOVE QM-PRECIO              TO WS-ED-PRECIO
           MOVE WS-ED-PRECIO           TO WS-CAMPO
           PERFORM 7200-AGREGAR-CAMPO
              THRU 7200-AGREGAR-CAMPO-EXIT
           MOVE QM-FECHA-ACTUALIZACION TO WS-CAMPO
           PERFORM 7200-AGREGAR-CAMPO
              THRU 7200-AGREGAR-CAMPO-EXIT
           MOVE EP-VALACT              TO WS-ED-CANTIDAD
           MOVE WS-ED-CANTIDAD         TO WS-CAMPO
           PERFORM 7200-AGREGAR-CAMPO
              THRU 7200-AGREGAR-CAMPO-EXIT
           .
       5210-DELIMITAR-POSICION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * MOVIMIENTOS DE EFECTIVO DE LA CUENTA CON FECHA DEL DIA.      *
      *--------------------------------------------------------------*
       6000-INFORMAR-MOVIMIENTOS.
           MOVE 'N' TO WS-EOF-MOVIMIENTO
           OPEN INPUT MOVIMIENTO-EFECTIVO
           READ MOVIMIENTO-EFECTIVO
              AT END MOVE 'S' TO WS-EOF-MOVIMIENTO
           END-READ
           PERFORM 6100-EVALUAR-MOVIMIENTO
              UNTIL WS-FIN-MOVIMIENTO
           CLOSE MOVIMIENTO-EFECTIVO
           .
       6000-INFORMAR-MOVIMIENTOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6100-EVALUAR-MOVIMIENTO.
           IF IE-CTAVALOR = IFS-CTAVALOR
              MOVE IE-FECHA-OPERA(1:4) TO WS-FA-ANIO
              MOVE IE-FECHA-OPERA(6:2) TO WS-FA-MES
              MOVE IE-FECHA-OPERA(9:2) TO WS-FA-DIA
              IF WS-FECHA-ARMADA NUMERIC
                 AND WS-FECHA-ARMADA-N = WS-FECHA-PROCESO
                 PERFORM 6200-ESCRIBIR-MOVIMIENTO
              END-IF
           END-IF
           READ MOVIMIENTO-EFECTIVO
              AT END MOVE 'S' TO WS-EOF-MOVIMIENTO
           END-READ
           .
       6100-EVALUAR-MOVIMIENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6200-ESCRIBIR-MOVIMIENTO.
           ADD IE-IMPORTE TO WS-HASH-CLIENTE
           PERFORM 7000-PREPARAR-REGISTRO
           MOVE 'M' TO IFD-TIPO-REG
           IF IFS-FORMATO-DELIMITADO
              PERFORM 6210-DELIMITAR-MOVIMIENTO
           ELSE
              MOVE IE-N-MOVIMIENTO TO IFD-MOV-NUMERO
              MOVE IE-CONCEPTO     TO IFD-MOV-CONCEPTO
              MOVE IE-CARGO-ABONO  TO IFD-MOV-CARGO-ABONO
              MOVE IE-MONEDA       TO IFD-MOV-MONEDA
              MOVE IE-IMPORTE      TO IFD-MOV-IMPORTE
              MOVE IE-IMPORTE-ITF  TO IFD-MOV-IMPORTE-ITF
           END-IF
           ADD 1 TO WS-DET-CLIENTE
           PERFORM 7100-GRABAR-REGISTRO
           .
       6200-ESCRIBIR-MOVIMIENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6210-DELIMITAR-MOVIMIENTO.
           MOVE 1 TO WS-PUNTERO
           MOVE IE-N-MOVIMIENTO TO WS-ED-ENTERO
           MOVE WS-ED-ENTERO    TO WS-CAMPO
           PERFORM 7200-AGREGAR-CAMPO
              THRU 7200-AGREGAR-CAMPO-EXIT
           MOVE IE-CONCEPTO     TO WS-CAMPO
           PERFORM 7200-AGREGAR-CAMPO
              THRU 7200-AGREGAR-CAMPO-EXIT
           MOVE IE-CARGO-ABONO  TO WS-CAMPO
           PERFORM 7200-AGREGAR-CAMPO
              THRU 7200-AGREGAR-CAMPO-EXIT
           MOVE IE-MONEDA       TO WS-CAMPO
           PERFORM 7200-AGREGAR-CAMPO
              THRU 7200-AGREGAR-CAMPO-EXIT
           MOVE IE-IMPORTE      TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE   TO WS-CAMPO
           PERFORM 7200-AGREGAR-CAMPO
              THRU 7200-AGREGAR-CAMPO-EXIT
           MOVE IE-IMPORTE-ITF  TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE   TO WS-CAMPO
           PERFORM 7200-AGREGAR-CAMPO
              THRU 7200-AGREGAR-CAMPO-EXIT
           .
       6210-DELIMITAR-MOVIMIENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7000-PREPARAR-REGISTRO.
           MOVE SPACES           TO IFD-REGISTRO-FEED
           MOVE IFS-CTAVALOR     TO IFD-CTAVALOR
           MOVE WS-FECHA-PROCESO TO IFD-FECHA-PROCESO
           MOVE IFS-FORMATO      TO IFD-FORMATO
           .
       7000-PREPARAR-REGISTRO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CADA REGISTRO ENVIADO QUEDA EN EL HISTORICO PARA REENVIOS.   *
      *--------------------------------------------------------------*
       7100-GRABAR-REGISTRO.
           WRITE IFD-REGISTRO-FEED
           ADD 1 TO WS-REG-ARCHIVO
           ADD 1 TO WS-SECUENCIA
           MOVE IFS-CTAVALOR      TO IFH-CTAVALOR
           MOVE WS-FECHA-PROCESO  TO IFH-FECHA-PROCESO
           MOVE WS-SECUENCIA      TO IFH-SECUENCIA
           MOVE IFD-REGISTRO-FEED TO IFH-IMAGEN-REGISTRO
           WRITE IFH-REGISTRO-HISTORICO
              INVALID KEY
                 DISPLAY 'RINSFEED - HISTORICO DUPLICADO: '
                         IFH-CTAVALOR ' ' IFH-SECUENCIA
           END-WRITE
           .
       7100-GRABAR-REGISTRO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * AGREGA WS-CAMPO A LA LINEA DELIMITADA, SIN LOS BLANCOS DE    *
      * RELLENO Y PRECEDIDO DE ';' DESDE EL SEGUNDO CAMPO. EL ';'    *
      * DENTRO DE UN TEXTO SE CAMBIA POR ','.                        *
      *--------------------------------------------------------------*
       7200-AGREGAR-CAMPO.
           IF WS-PUNTERO > 1
              STRING ';' DELIMITED BY SIZE
                INTO IFD-DEL-LINEA WITH POINTER WS-PUNTERO
              END-STRING
           END-IF
           IF WS-CAMPO = SPACES
              GO TO 7200-AGREGAR-CAMPO-EXIT
           END-IF
           INSPECT WS-CAMPO REPLACING ALL ';' BY ','
           MOVE 0 TO WS-BLANCOS
           INSPECT WS-CAMPO TALLYING WS-BLANCOS FOR LEADING SPACES
           STRING WS-CAMPO(WS-BLANCOS + 1:) DELIMITED BY '  '
             INTO IFD-DEL-LINEA WITH POINTER WS-PUNTERO
           END-STRING
           .
       7200-AGREGAR-CAMPO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           MOVE 'PIE'            TO HT-PIE-MARCA
           MOVE 'INSTFDAT'       TO HT-PIE-ARCHIVO
           MOVE WS-FECHA-PROCESO TO HT-PIE-FECHA-PROCESO
           MOVE WS-REG-ARCHIVO   TO HT-PIE-CANT-REGISTROS
           MOVE WS-HASH-ARCHIVO  TO HT-PIE-HASH-IMPORTES
           WRITE HT-REGISTRO-PIE
           CLOSE SUSCRIPCION-FEED ORDEN-MAESTRO COTIZACION-MAESTRO
           CLOSE CONTROL-ENVIO HISTORICO-FEED ARCHIVO-FEED
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RINSFEED'   TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-REG-ARCHIVO   TO BC-REGISTROS
           MOVE 0                TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RINSFEED - SUSCRIPCIONES LEIDAS : '
                   WS-TOT-SUSCRIPCIONES
           DISPLAY 'RINSFEED - CLIENTES GENERADOS   : '
                   WS-TOT-GENERADOS
           DISPLAY 'RINSFEED - SUSCRIPCIONES SUSP.  : '
                   WS-TOT-SUSPENDIDOS
           DISPLAY 'RINSFEED - YA GENERADOS HOY     : '
                   WS-TOT-YA-GENERADOS
           DISPLAY 'RINSFEED - REENVIOS ATENDIDOS   : '
                   WS-TOT-REENVIOS
           DISPLAY 'RINSFEED - REENVIOS SIN HISTOR. : '
                   WS-TOT-SIN-HISTORICO
           DISPLAY 'RINSFEED - REGISTROS DEL ARCHIVO: '
                   WS-REG-ARCHIVO
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

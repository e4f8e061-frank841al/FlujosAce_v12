       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RFWDRCV.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  05/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 05/10/2026 JQ      ALTA. RECUPERACION HACIA ADELANTE:        *
      *                    RESTAURA ORDMAST, CARTMAST Y EFEMAST      *
      *                    DESDE EL ULTIMO PAQUETE DE CIERRE,        *
      *                    REAPLICA LA BITACORA FWDJRNL HASTA EL     *
      *                    PUNTO ELEGIDO Y VERIFICA EL RESULTADO     *
      *                    CONTRA TOTALES DE CONTROL.                *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * ANTE UNA CORRUPCION EN LINEA DURANTE EL DIA, EL PAQUETE DE   *
      * CIERRE (RCLOPACK) SOLO DEVUELVE LOS MAESTROS A LA NOCHE      *
      * ANTERIOR. ESTE UTILITARIO:                                   *
      *  1. RESTAURA ORDMAST, CARTMAST Y EFEMAST DESDE SUS RESPALDOS *
      *     (ORDSNAP, CARSNAP, EFESNAP) Y COMPRUEBA CANTIDAD Y HASH  *
      *     CONTRA EL MANIFIESTO CLOMANIF; SI NO CUADRA NO SIGUE.    *
      *  2. REAPLICA EN ORDEN DE SECUENCIA LAS IMAGENES DESPUES DE   *
      *     LA BITACORA FWDJRNL: ALTA O MODIFICACION GRABA O         *
      *     REGRABA EL REGISTRO COMPLETO (REAPLICAR ES IDEMPOTENTE), *
      *     BAJA LO ELIMINA. LA BITACORA DEBE SER DEL MISMO PAQUETE  *
      *     Y SIN HUECOS DE SECUENCIA.                               *
      *  3. RECORRE LOS MAESTROS RESULTANTES Y COMPARA CANTIDAD Y    *
      *     HASH CONTRA LOS TOTALES DE CONTROL: LOS DEL MANIFIESTO   *
      *     AJUSTADOS POR CADA IMAGEN REAPLICADA.                    *
      * EL PUNTO DE PARADA VIENE EN LA TARJETA OPCIONAL FWDCARD:     *
      * ULTIMA SECUENCIA A APLICAR Y/O FECHA Y HORA LIMITE; EN CERO  *
      * (O SIN TARJETA) SE REAPLICA TODA LA BITACORA. CUALQUIER      *
      * DIFERENCIA TERMINA CON RETORNO 16.                           *
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
           SELECT CARTERA ASSIGN TO CARTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CLAVE
               FILE STATUS IS WS-CM-STATUS.
           SELECT EFECTIVO-MAESTRO ASSIGN TO EFEMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EF-CLAVE
               FILE STATUS IS WS-EF-STATUS.
           SELECT RESPALDO-ORDENES ASSIGN TO ORDSNAP
               ORGANIZATION IS SEQUENTIAL.
           SELECT RESPALDO-CARTERA ASSIGN TO CARSNAP
               ORGANIZATION IS SEQUENTIAL.
           SELECT RESPALDO-EFECTIVO ASSIGN TO EFESNAP
               ORGANIZATION IS SEQUENTIAL.
           SELECT MANIFIESTO ASSIGN TO CLOMANIF
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BITACORA-RECUPERACION ASSIGN TO FWDJRNL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TARJETA-PARADA ASSIGN TO FWDCARD
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDEN-MAESTRO
           RECORDING MODE IS F.
       COPY ORDMAST.
       FD  CARTERA
           RECORDING MODE IS F.
       COPY CARTMAST.
       FD  EFECTIVO-MAESTRO
           RECORDING MODE IS F.
       COPY EFEMAST.
       FD  RESPALDO-ORDENES
           RECORDING MODE IS F.
       01  ORDSNAP-REC                 PIC X(260).
       FD  RESPALDO-CARTERA
           RECORDING MODE IS F.
       01  CARSNAP-REC                 PIC X(200).
       FD  RESPALDO-EFECTIVO
           RECORDING MODE IS F.
       01  EFESNAP-REC                 PIC X(100).
       FD  MANIFIESTO
           RECORDING MODE IS F.
       COPY CLOMANIF.
       FD  BITACORA-RECUPERACION
           RECORDING MODE IS F.
       COPY FWDJRNL.
       FD  TARJETA-PARADA
           RECORDING MODE IS F.
       01  TP-REGISTRO-TARJETA.
           05 TP-SECUENCIA-HASTA       PIC 9(09).
           05 TP-FECHA-HASTA           PIC 9(08).
           05 TP-HORA-HASTA            PIC 9(08).
           05 FILLER                   PIC X(55).
       WORKING-STORAGE SECTION.
       01  WS-OM-STATUS                PIC X(02) VALUE '00'.
           88 WS-OM-OK                           VALUE '00'.
           88 WS-OM-FIN                          VALUE '10'.
       01  WS-CM-STATUS                PIC X(02) VALUE '00'.
           88 WS-CM-OK                           VALUE '00'.
           88 WS-CM-FIN                          VALUE '10'.
       01  WS-EF-STATUS                PIC X(02) VALUE '00'.
           88 WS-EF-OK                           VALUE '00'.
           88 WS-EF-FIN                          VALUE '10'.
       77  WS-EOF-ARCHIVO              PIC X(01) VALUE 'N'.
           88 WS-FIN-ARCHIVO                     VALUE 'S'.
       77  WS-EOF-MANIFIESTO           PIC X(01) VALUE 'N'.
           88 WS-FIN-MANIFIESTO                  VALUE 'S'.
       77  WS-EOF-BITACORA             PIC X(01) VALUE 'N'.
           88 WS-FIN-BITACORA                    VALUE 'S'.
       77  WS-EOF-TARJETA              PIC X(01) VALUE 'N'.
           88 WS-FIN-TARJETA                     VALUE 'S'.
       77  WS-SW-PARADA                PIC X(01) VALUE 'N'.
           88 WS-PUNTO-ALCANZADO                 VALUE 'S'.
       77  WS-SW-ENCONTRADO            PIC X(01) VALUE 'N'.
           88 WS-REGISTRO-EXISTE                 VALUE 'S'.
       77  WS-SECUENCIA-HASTA          PIC 9(09) VALUE 0.
       77  WS-FECHA-HASTA              PIC 9(08) VALUE 0.
       77  WS-HORA-HASTA               PIC 9(08) VALUE 0.
       77  WS-FECHA-PAQUETE            PIC 9(08) VALUE 0.
       77  WS-ULT-SECUENCIA            PIC 9(09) VALUE 0.
       77  WS-TOT-APLICADAS            PIC 9(09) VALUE 0.
       77  WS-TOT-DIFERENCIAS          PIC 9(03) COMP VALUE 0.
       77  WS-REGISTROS                PIC 9(09) VALUE 0.
       77  WS-HASH                     PIC S9(15)V9(02) COMP-3
                                       VALUE 0.
       77  WS-ARCHIVO                  PIC X(08).
       77  WS-ESP-REGISTROS            PIC 9(09) VALUE 0.
       77  WS-ESP-HASH                 PIC S9(15)V9(02) COMP-3
                                       VALUE 0.
      *    TOTALES DE CONTROL POR MAESTRO: CARGADOS DEL MANIFIESTO   *
      *    Y AJUSTADOS POR CADA IMAGEN REAPLICADA.                   *
       01  WS-CONTROL-ORDENES.
           05 WS-CO-MANIFIESTO         PIC X(01) VALUE 'N'.
           05 WS-CO-REGISTROS          PIC 9(09) VALUE 0.
           05 WS-CO-HASH               PIC S9(15)V9(02) COMP-3
                                       VALUE 0.
       01  WS-CONTROL-CARTERA.
           05 WS-CC-MANIFIESTO         PIC X(01) VALUE 'N'.
           05 WS-CC-REGISTROS          PIC 9(09) VALUE 0.
           05 WS-CC-HASH               PIC S9(15)V9(02) COMP-3
                                       VALUE 0.
       01  WS-CONTROL-EFECTIVO.
           05 WS-CE-MANIFIESTO         PIC X(01) VALUE 'N'.
           05 WS-CE-REGISTROS          PIC 9(09) VALUE 0.
           05 WS-CE-HASH               PIC S9(15)V9(02) COMP-3
                                       VALUE 0.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           IF WS-TOT-DIFERENCIAS = 0
              PERFORM 2000-RESTAURAR-ORDENES
              PERFORM 3000-RESTAURAR-CARTERA
              PERFORM 4000-RESTAURAR-EFECTIVO
           END-IF
           IF WS-TOT-DIFERENCIAS = 0
              PERFORM 5000-REAPLICAR-BITACORA
           END-IF
           IF WS-TOT-DIFERENCIAS = 0
              PERFORM 6000-VERIFICAR-RESULTADO
           END-IF
           IF WS-TOT-DIFERENCIAS > 0
              DISPLAY 'RFWDRCV - RECUPERACION NO CUADRA: '
                      WS-TOT-DIFERENCIAS ' DIFERENCIAS'
              MOVE 16 TO RETURN-CODE
           ELSE
              DISPLAY 'RFWDRCV - RECUPERACION VERIFICADA OK. '
                      'IMAGENES APLICADAS ' WS-TOT-APLICADAS
                      ' ULTIMA SECUENCIA ' WS-ULT-SECUENCIA
           END-IF
           GOBACK.
      *--------------------------------------------------------------*
      * PUNTO DE PARADA (TARJETA OPCIONAL) Y TOTALES DEL MANIFIESTO  *
      * DE LOS TRES MAESTROS QUE CUBRE LA BITACORA.                  *
      *--------------------------------------------------------------*
       1000-INICIO.
           OPEN INPUT TARJETA-PARADA
           READ TARJETA-PARADA
              AT END MOVE 'S' TO WS-EOF-TARJETA
           END-READ
           IF NOT WS-FIN-TARJETA
              IF TP-SECUENCIA-HASTA NUMERIC
                 MOVE TP-SECUENCIA-HASTA TO WS-SECUENCIA-HASTA
              END-IF
              IF TP-FECHA-HASTA NUMERIC
                 MOVE TP-FECHA-HASTA     TO WS-FECHA-HASTA
              END-IF
              IF TP-HORA-HASTA NUMERIC
                 MOVE TP-HORA-HASTA      TO WS-HORA-HASTA
              END-IF
           END-IF
           CLOSE TARJETA-PARADA
           DISPLAY 'RFWDRCV - PARADA SECUENCIA ' WS-SECUENCIA-HASTA
                   ' FECHA ' WS-FECHA-HASTA ' HORA ' WS-HORA-HASTA
           OPEN INPUT MANIFIESTO
           PERFORM 1100-LEER-MANIFIESTO
              UNTIL WS-FIN-MANIFIESTO
           CLOSE MANIFIESTO
           IF WS-CO-MANIFIESTO NOT = 'S'
              OR WS-CC-MANIFIESTO NOT = 'S'
              OR WS-CE-MANIFIESTO NOT = 'S'
              ADD 1 TO WS-TOT-DIFERENCIAS
              DISPLAY 'RFWDRCV - MANIFIESTO INCOMPLETO PARA ORDMAST, '
                      'CARTMAST Y EFEMAST'
           END-IF
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1100-LEER-MANIFIESTO.
           READ MANIFIESTO
              AT END MOVE 'S' TO WS-EOF-MANIFIESTO
           END-READ
           IF NOT WS-FIN-MANIFIESTO
              MOVE MF-FECHA-PROCESO TO WS-FECHA-PAQUETE
              EVALUATE MF-ARCHIVO
                 WHEN 'ORDMAST '
                    MOVE 'S'              TO WS-CO-MANIFIESTO
                    MOVE MF-REGISTROS     TO WS-CO-REGISTROS
                    MOVE MF-HASH-IMPORTES TO WS-CO-HASH
                 WHEN 'CARTMAST'
                    MOVE 'S'              TO WS-CC-MANIFIESTO
                    MOVE MF-REGISTROS     TO WS-CC-REGISTROS
                    MOVE MF-HASH-IMPORTES TO WS-CC-HASH
                 WHEN 'EFEMAST '
                    MOVE 'S'              TO WS-CE-MANIFIESTO
                    MOVE MF-REGISTROS     TO WS-CE-REGISTROS
                    MOVE MF-HASH-IMPORTES TO WS-CE-HASH
              END-EVALUATE
           END-IF
           .
       1100-LEER-MANIFIESTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-RESTAURAR-ORDENES.
           MOVE 0   TO WS-REGISTROS WS-HASH
           MOVE 'N' TO WS-EOF-ARCHIVO
           OPEN INPUT RESPALDO-ORDENES
           OPEN OUTPUT ORDEN-MAESTRO
           READ RESPALDO-ORDENES INTO OM-REGISTRO-ORDEN
              AT END MOVE 'S' TO WS-EOF-ARCHIVO
           END-READ
           PERFORM 2100-CARGAR-ORDEN
              UNTIL WS-FIN-ARCHIVO
           CLOSE RESPALDO-ORDENES ORDEN-MAESTRO
           MOVE 'ORDMAST '      TO WS-ARCHIVO
           MOVE WS-CO-REGISTROS TO WS-ESP-REGISTROS
           MOVE WS-CO-HASH      TO WS-ESP-HASH
           PERFORM 8000-COMPARAR
           .
       2000-RESTAURAR-ORDENES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-CARGAR-ORDEN.
           ADD 1 TO WS-REGISTROS
           ADD OM-MTO-OPERACION TO WS-HASH
           WRITE OM-REGISTRO-ORDEN
           READ RESPALDO-ORDENES INTO OM-REGISTRO-ORDEN
              AT END MOVE 'S' TO WS-EOF-ARCHIVO
           END-READ
           .
       2100-CARGAR-ORDEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-RESTAURAR-CARTERA.
           MOVE 0   TO WS-REGISTROS WS-HASH
           MOVE 'N' TO WS-EOF-ARCHIVO
           OPEN INPUT RESPALDO-CARTERA
           OPEN OUTPUT CARTERA
           READ RESPALDO-CARTERA INTO CM-REGISTRO-CARTERA
              AT END MOVE 'S' TO WS-EOF-ARCHIVO
           END-READ
           PERFORM 3100-CARGAR-CARTERA
              UNTIL WS-FIN-ARCHIVO
           CLOSE RESPALDO-CARTERA CARTERA
           MOVE 'CARTMAST'      TO WS-ARCHIVO
           MOVE WS-CC-REGISTROS TO WS-ESP-REGISTROS
           MOVE WS-CC-HASH      TO WS-ESP-HASH
           PERFORM 8000-COMPARAR
           .
       3000-RESTAURAR-CARTERA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-CARGAR-CARTERA.
           ADD 1 TO WS-REGISTROS
           ADD CM-SDOCON TO WS-HASH
           WRITE CM-REGISTRO-CARTERA
           READ RESPALDO-CARTERA INTO CM-REGISTRO-CARTERA
              AT END MOVE 'S' TO WS-EOF-ARCHIVO
           END-READ
           .
       3100-CARGAR-CARTERA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-RESTAURAR-EFECTIVO.
           MOVE 0   TO WS-REGISTROS WS-HASH
           MOVE 'N' TO WS-EOF-ARCHIVO
           OPEN INPUT RESPALDO-EFECTIVO
           OPEN OUTPUT EFECTIVO-MAESTRO
           READ RESPALDO-EFECTIVO INTO EF-REGISTRO-EFECTIVO
              AT END MOVE 'S' TO WS-EOF-ARCHIVO
           END-READ
           PERFORM 4100-CARGAR-EFECTIVO
              UNTIL WS-FIN-ARCHIVO
           CLOSE RESPALDO-EFECTIVO EFECTIVO-MAESTRO
           MOVE 'EFEMAST '      TO WS-ARCHIVO
           MOVE WS-CE-REGISTROS TO WS-ESP-REGISTROS
           MOVE WS-CE-HASH      TO WS-ESP-HASH
           PERFORM 8000-COMPARAR
           .
       4000-RESTAURAR-EFECTIVO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4100-CARGAR-EFECTIVO.
           ADD 1 TO WS-REGISTROS
           ADD EF-SALDO-CONTABLE TO WS-HASH
           WRITE EF-REGISTRO-EFECTIVO
           READ RESPALDO-EFECTIVO INTO EF-REGISTRO-EFECTIVO
              AT END MOVE 'S' TO WS-EOF-ARCHIVO
           END-READ
           .
       4100-CARGAR-EFECTIVO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * REAPLICACION EN ORDEN DE SECUENCIA HASTA EL PUNTO ELEGIDO.   *
      * UNA IMAGEN DE OTRO PAQUETE O UN HUECO DE SECUENCIA DETIENE   *
      * LA RECUPERACION CON DIFERENCIA.                              *
      *--------------------------------------------------------------*
       5000-REAPLICAR-BITACORA.
           OPEN I-O ORDEN-MAESTRO CARTERA EFECTIVO-MAESTRO
           OPEN INPUT BITACORA-RECUPERACION
           READ BITACORA-RECUPERACION
              AT END MOVE 'S' TO WS-EOF-BITACORA
           END-READ
           PERFORM 5100-APLICAR-IMAGEN THRU 5100-APLICAR-IMAGEN-EXIT
              UNTIL WS-FIN-BITACORA
                 OR WS-PUNTO-ALCANZADO
                 OR WS-TOT-DIFERENCIAS > 0
           CLOSE BITACORA-RECUPERACION
           CLOSE ORDEN-MAESTRO CARTERA EFECTIVO-MAESTRO
           DISPLAY 'RFWDRCV - IMAGENES REAPLICADAS ' WS-TOT-APLICADAS
           .
       5000-REAPLICAR-BITACORA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5100-APLICAR-IMAGEN.
           IF WS-SECUENCIA-HASTA > 0
              AND FJ-SECUENCIA > WS-SECUENCIA-HASTA
              MOVE 'S' TO WS-SW-PARADA
              GO TO 5100-APLICAR-IMAGEN-EXIT
           END-IF
           IF WS-FECHA-HASTA > 0
              IF FJ-FECHA > WS-FECHA-HASTA
                 OR (FJ-FECHA = WS-FECHA-HASTA
                     AND WS-HORA-HASTA > 0
                     AND FJ-HORA > WS-HORA-HASTA)
                 MOVE 'S' TO WS-SW-PARADA
                 GO TO 5100-APLICAR-IMAGEN-EXIT
              END-IF
           END-IF
           IF FJ-FECHA-PAQUETE NOT = WS-FECHA-PAQUETE
              ADD 1 TO WS-TOT-DIFERENCIAS
              DISPLAY 'RFWDRCV - IMAGEN ' FJ-SECUENCIA
                      ' DE OTRO PAQUETE ' FJ-FECHA-PAQUETE
                      ' VS ' WS-FECHA-PAQUETE
              GO TO 5100-APLICAR-IMAGEN-EXIT
           END-IF
           IF FJ-SECUENCIA NOT = WS-ULT-SECUENCIA + 1
              ADD 1 TO WS-TOT-DIFERENCIAS
              DISPLAY 'RFWDRCV - HUECO DE SECUENCIA DESPUES DE '
                      WS-ULT-SECUENCIA ' LEIDA ' FJ-SECUENCIA
              GO TO 5100-APLICAR-IMAGEN-EXIT
           END-IF
           EVALUATE TRUE
              WHEN FJ-ES-ORDMAST
                 PERFORM 5200-APLICAR-ORDEN
              WHEN FJ-ES-CARTMAST
                 PERFORM 5300-APLICAR-CARTERA
              WHEN FJ-ES-EFEMAST
                 PERFORM 5400-APLICAR-EFECTIVO
              WHEN OTHER
                 ADD 1 TO WS-TOT-DIFERENCIAS
                 DISPLAY 'RFWDRCV - MAESTRO DESCONOCIDO ' FJ-MAESTRO
                         ' EN SECUENCIA ' FJ-SECUENCIA
                 GO TO 5100-APLICAR-IMAGEN-EXIT
           END-EVALUATE
           MOVE FJ-SECUENCIA TO WS-ULT-SECUENCIA
           ADD 1 TO WS-TOT-APLICADAS
           READ BITACORA-RECUPERACION
              AT END MOVE 'S' TO WS-EOF-BITACORA
           END-READ
           .
       5100-APLICAR-IMAGEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL REGISTRO VIGENTE (SI EXISTE) SALE DE LOS TOTALES DE       *
      * CONTROL Y LA IMAGEN NUEVA ENTRA; LA BAJA SOLO LO SACA.       *
      *--------------------------------------------------------------*
       5200-APLICAR-ORDEN.
           MOVE 'S' TO WS-SW-ENCONTRADO
           MOVE FJ-IMAGEN-DESPUES TO OM-REGISTRO-ORDEN
           READ ORDEN-MAESTRO
              INVALID KEY MOVE 'N' TO WS-SW-ENCONTRADO
           END-READ
           IF WS-REGISTRO-EXISTE
              SUBTRACT 1 FROM WS-CO-REGISTROS
              SUBTRACT OM-MTO-OPERACION FROM WS-CO-HASH
           END-IF
           MOVE FJ-IMAGEN-DESPUES TO OM-REGISTRO-ORDEN
           EVALUATE TRUE
              WHEN FJ-ES-BAJA
                 IF WS-REGISTRO-EXISTE
                    DELETE ORDEN-MAESTRO
                 END-IF
              WHEN WS-REGISTRO-EXISTE
                 REWRITE OM-REGISTRO-ORDEN
              WHEN OTHER
                 WRITE OM-REGISTRO-ORDEN
           END-EVALUATE
           IF NOT FJ-ES-BAJA
              ADD 1 TO WS-CO-REGISTROS
              ADD OM-MTO-OPERACION TO WS-CO-HASH
           END-IF
           .
       5200-APLICAR-ORDEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5300-APLICAR-CARTERA.
           MOVE 'S' TO WS-SW-ENCONTRADO
           MOVE FJ-IMAGEN-DESPUES TO CM-REGISTRO-CARTERA
           READ CARTERA
              INVALID KEY MOVE 'N' TO WS-SW-ENCONTRADO
           END-READ
           IF WS-REGISTRO-EXISTE
              SUBTRACT 1 FROM WS-CC-REGISTROS
              SUBTRACT CM-SDOCON FROM WS-CC-HASH
           END-IF
           MOVE FJ-IMAGEN-DESPUES TO CM-REGISTRO-CARTERA
           EVALUATE TRUE
              WHEN FJ-ES-BAJA
                 IF WS-REGISTRO-EXISTE
                    DELETE CARTERA
                 END-IF
              WHEN WS-REGISTRO-EXISTE
                 REWRITE CM-REGISTRO-CARTERA
              WHEN OTHER
                 WRITE CM-REGISTRO-CARTERA
           END-EVALUATE
           IF NOT FJ-ES-BAJA
              ADD 1 TO WS-CC-REGISTROS
              ADD CM-SDOCON TO WS-CC-HASH
           END-IF
           .
       5300-APLICAR-CARTERA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5400-APLICAR-EFECTIVO.
           MOVE 'S' TO WS-SW-ENCONTRADO
           MOVE FJ-IMAGEN-DESPUES TO EF-REGISTRO-EFECTIVO
           READ EFECTIVO-MAESTRO
              INVALID KEY MOVE 'N' TO WS-SW-ENCONTRADO
           END-READ
           IF WS-REGISTRO-EXISTE
              SUBTRACT 1 FROM WS-CE-REGISTROS
              SUBTRACT EF-SALDO-CONTABLE FROM WS-CE-HASH
           END-IF
           MOVE FJ-IMAGEN-DESPUES TO EF-REGISTRO-EFECTIVO
           EVALUATE TRUE
              WHEN FJ-ES-BAJA
                 IF WS-REGISTRO-EXISTE
                    DELETE EFECTIVO-MAESTRO
                 END-IF
              WHEN WS-REGISTRO-EXISTE
                 REWRITE EF-REGISTRO-EFECTIVO
              WHEN OTHER
                 WRITE EF-REGISTRO-EFECTIVO
           END-EVALUATE
           IF NOT FJ-ES-BAJA
              ADD 1 TO WS-CE-REGISTROS
              ADD EF-SALDO-CONTABLE TO WS-CE-HASH
           END-IF
           .
       5400-APLICAR-EFECTIVO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * VERIFICACION FINAL: CADA MAESTRO RECUPERADO CONTRA SUS       *
      * TOTALES DE CONTROL AJUSTADOS.                                *
      *--------------------------------------------------------------*
       6000-VERIFICAR-RESULTADO.
           MOVE 0 TO WS-REGISTROS WS-HASH
           OPEN INPUT ORDEN-MAESTRO
           MOVE LOW-VALUES TO OM-CLAVE
           START ORDEN-MAESTRO KEY IS NOT LESS THAN OM-CLAVE
              INVALID KEY MOVE '10' TO WS-OM-STATUS
           END-START
           IF WS-OM-OK
              READ ORDEN-MAESTRO NEXT RECORD
                 AT END MOVE '10' TO WS-OM-STATUS
              END-READ
           END-IF
           PERFORM 6100-SUMAR-ORDEN
              UNTIL WS-OM-FIN
           CLOSE ORDEN-MAESTRO
           MOVE 'ORDMAST '      TO WS-ARCHIVO
           MOVE WS-CO-REGISTROS TO WS-ESP-REGISTROS
           MOVE WS-CO-HASH      TO WS-ESP-HASH
           PERFORM 8000-COMPARAR
           MOVE 0 TO WS-REGISTROS WS-HASH
           OPEN INPUT CARTERA
           MOVE LOW-VALUES TO CM-CLAVE
           START CARTERA KEY IS NOT LESS THAN CM-CLAVE
              INVALID KEY MOVE '10' TO WS-CM-STATUS
           END-START
           IF WS-CM-OK
              READ CARTERA NEXT RECORD
                 AT END MOVE '10' TO WS-CM-STATUS
              END-READ
           END-IF
           PERFORM 6200-SUMAR-CARTERA
              UNTIL WS-CM-FIN
           CLOSE CARTERA
           MOVE 'CARTMAST'      TO WS-ARCHIVO
           MOVE WS-CC-REGISTROS TO WS-ESP-REGISTROS
           MOVE WS-CC-HASH      TO WS-ESP-HASH
           PERFORM 8000-COMPARAR
           MOVE 0 TO WS-REGISTROS WS-HASH
           OPEN INPUT EFECTIVO-MAESTRO
           MOVE LOW-VALUES TO EF-CLAVE
           START EFECTIVO-MAESTRO KEY IS NOT LESS THAN EF-CLAVE
              INVALID KEY MOVE '10' TO WS-EF-STATUS
           END-START
           IF WS-EF-OK
              READ EFECTIVO-MAESTRO NEXT RECORD
                 AT END MOVE '10' TO WS-EF-STATUS
              END-READ
           END-IF
           PERFORM 6300-SUMAR-EFECTIVO
              UNTIL WS-EF-FIN
           CLOSE EFECTIVO-MAESTRO
           MOVE 'EFEMAST '      TO WS-ARCHIVO
           MOVE WS-CE-REGISTROS TO WS-ESP-REGISTROS
           MOVE WS-CE-HASH      TO WS-ESP-HASH
           PERFORM 8000-COMPARAR
           .
       6000-VERIFICAR-RESULTADO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6100-SUMAR-ORDEN.
           ADD 1 TO WS-REGISTROS
           ADD OM-MTO-OPERACION TO WS-HASH
           READ ORDEN-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-OM-STATUS
           END-READ
           .
       6100-SUMAR-ORDEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6200-SUMAR-CARTERA.
           ADD 1 TO WS-REGISTROS
           ADD CM-SDOCON TO WS-HASH
           READ CARTERA NEXT RECORD
              AT END MOVE '10' TO WS-CM-STATUS
           END-READ
           .
       6200-SUMAR-CARTERA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6300-SUMAR-EFECTIVO.
           ADD 1 TO WS-REGISTROS
           ADD EF-SALDO-CONTABLE TO WS-HASH
           READ EFECTIVO-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-EF-STATUS
           END-READ
           .
       6300-SUMAR-EFECTIVO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8000-COMPARAR.
           IF WS-REGISTROS NOT = WS-ESP-REGISTROS
              OR WS-HASH NOT = WS-ESP-HASH
              ADD 1 TO WS-TOT-DIFERENCIAS
              DISPLAY 'RFWDRCV - DIFERENCIA EN ' WS-ARCHIVO
                      ' REGISTROS ' WS-REGISTROS ' VS '
                      WS-ESP-REGISTROS
           ELSE
              DISPLAY 'RFWDRCV - ' WS-ARCHIVO ' OK'
           END-IF
           .
       8000-COMPARAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

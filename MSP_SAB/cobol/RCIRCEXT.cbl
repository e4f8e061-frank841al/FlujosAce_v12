       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RCIRCEXT.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  12/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 12/10/2026 JQ      ALTA. CARTAS DE CONFIRMACION DE SALDOS A  *
      *                    LA AUDITORIA EXTERNA (CIRCULARIZACION)    *
      *                    SOBRE LA MUESTRA CIRCMUES: TENENCIAS,     *
      *                    CUSTODIO, PRENDA Y PRESTAMO, Y EFECTIVO   *
      *                    POR MONEDA A LA FECHA DE CORTE, CON ALTA  *
      *                    DEL SEGUIMIENTO EN CIRCMAST.              *
      * 15/10/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * POR CADA CUENTA DE LA MUESTRA DE LA AUDITORIA (CIRCMUES)     *
      * EMITE UNA CARTA DE CONFIRMACION (CIRCCART) CON LOS SALDOS A  *
      * LA FECHA DE CORTE PEDIDA, QUE ANTES SE ARMABA A MANO:        *
      *   - TENENCIAS: CADA NEMONICO DE LA CUENTA EN EL ESPEJO       *
      *     CARTCLI, CON LA CANTIDAD RECONSTRUIDA AL CORTE POR       *
      *     RPOSRBLD (CATSMOV + ORDARCH), EL CUSTODIO, LOS TITULOS   *
      *     PIGNORADOS AL CORTE (PRENMAST: INSCRITA HASTA EL CORTE Y *
      *     VIGENTE O LEVANTADA DESPUES) Y LOS PRESTADOS AL CORTE    *
      *     (PRSTMAST: ABIERTO HASTA EL CORTE Y NO DEVUELTO, O       *
      *     DEVUELTO CON ULTIMO DEVENGO POSTERIOR AL CORTE). SALE LA *
      *     LINEA QUE TENGA SALDO, PRENDA O PRESTAMO AL CORTE;       *
      *   - EFECTIVO: CADA MONEDA DE EFEMAST, CON EL SALDO CONTABLE  *
      *     VIGENTE REVERTIDO DE LOS MOVIMIENTOS DE EFEMOV DE FECHA  *
      *     POSTERIOR AL CORTE (EL ABONO SE RESTA Y EL CARGO SE      *
      *     SUMA; EL MOVIMIENTO SIN MONEDA ES DEL PRIMER SALDO, COMO *
      *     LO APLICA EFEPOST).                                      *
      * LA CONFIRMACION QUEDA EN CIRCMAST COMO ENVIADA, PARA QUE     *
      * CCIRCMNT REGISTRE LA RESPUESTA Y RCIRCPEN REPORTE LAS        *
      * PENDIENTES Y DISCREPANTES. LA CUENTA SIN IDENTIDAD EN EODCLI *
      * NO TIENE DESTINATARIO: QUEDA NO EMITIDA. LA CUENTA Y CORTE   *
      * YA CIRCULARIZADOS NO SE REPITEN, Y LA LINEA CON CORTE        *
      * INVALIDO O FUTURO SE RECHAZA. LA CORRIDA SE REGISTRA EN      *
      * RUNCTL VIA BCHCTL.                                           *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MUESTRA-IN ASSIGN TO CIRCMUES
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENTE-EXT ASSIGN TO EODCLI
               ORGANIZATION IS SEQUENTIAL.
           SELECT CARTERA-CLIENTE ASSIGN TO CARTCLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CLAVE
               FILE STATUS IS WS-CL-STATUS.
           SELECT PRENDA-MAESTRO ASSIGN TO PRENMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-CLAVE
               FILE STATUS IS WS-PN-STATUS.
           SELECT LIBRO-PRESTAMO ASSIGN TO PRSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PRESTAMO
               FILE STATUS IS WS-PR-STATUS.
           SELECT EFECTIVO-MAESTRO ASSIGN TO EFEMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EF-CLAVE
               FILE STATUS IS WS-EF-STATUS.
           SELECT MOVIMIENTO-EFECTIVO ASSIGN TO EFEMOV
               ORGANIZATION IS SEQUENTIAL.
           SELECT CIRCULARIZACION ASSIGN TO CIRCMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRM-CLAVE
               FILE STATUS IS WS-CRM-STATUS.
           SELECT CARTA-CONFIRMACION ASSIGN TO CIRCCART
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MUESTRA-IN
           RECORDING MODE IS F.
       COPY CIRCMUES.
       FD  CLIENTE-EXT
           RECORDING MODE IS F.
       COPY EODCLI.
       FD  CARTERA-CLIENTE
           RECORDING MODE IS F.
       COPY CARTCLI.
       FD  PRENDA-MAESTRO
           RECORDING MODE IS F.
       COPY PRENMAST.
       FD  LIBRO-PRESTAMO
           RECORDING MODE IS F.
       COPY PRSTMAST.
       FD  EFECTIVO-MAESTRO
           RECORDING MODE IS F.
       COPY EFEMAST.
       FD  MOVIMIENTO-EFECTIVO
           RECORDING MODE IS F.
       COPY ITFEXT.
       FD  CIRCULARIZACION
           RECORDING MODE IS F.
       COPY CIRCMAST.
       FD  CARTA-CONFIRMACION
           RECORDING MODE IS F.
       COPY CIRCCART.
       WORKING-STORAGE SECTION.
       01  WS-CL-STATUS                PIC X(02) VALUE '00'.
           88 WS-CL-OK                           VALUE '00'.
           88 WS-CL-FIN                          VALUE '10'.
       01  WS-PN-STATUS                PIC X(02) VALUE '00'.
           88 WS-PN-OK                           VALUE '00'.
           88 WS-PN-FIN                          VALUE '10'.
       01  WS-PR-STATUS                PIC X(02) VALUE '00'.
           88 WS-PR-OK                           VALUE '00'.
           88 WS-PR-FIN                          VALUE '10'.
       01  WS-EF-STATUS                PIC X(02) VALUE '00'.
           88 WS-EF-OK                           VALUE '00'.
           88 WS-EF-FIN                          VALUE '10'.
       01  WS-CRM-STATUS               PIC X(02) VALUE '00'.
           88 WS-CRM-OK                          VALUE '00'.
           88 WS-CRM-NO-ENCONTRADO               VALUE '23'.
       77  WS-EOF-MUESTRA              PIC X(01) VALUE 'N'.
           88 WS-FIN-MUESTRA                     VALUE 'S'.
       77  WS-EOF-CLIENTE              PIC X(01) VALUE 'N'.
           88 WS-FIN-CLIENTE                     VALUE 'S'.
       77  WS-EOF-MOVIMIENTO           PIC X(01) VALUE 'N'.
           88 WS-FIN-MOVIMIENTO                  VALUE 'S'.
       77  WS-SW-IDENTIDAD             PIC X(01) VALUE 'N'.
           88 WS-IDENTIDAD-HALLADA               VALUE 'S'.
       77  WS-FECHA-PROCESO            PIC 9(08).
       77  WS-CAN-PIGNORADA            PIC 9(12) VALUE 0.
       77  WS-CAN-PRESTADA             PIC 9(12)V9(04) VALUE 0.
       77  WS-ACREEDOR                 PIC X(40).
       77  WS-IDX-PRE                  PIC 9(03) COMP VALUE 0.
       77  WS-IDX-MON                  PIC 9(02) COMP VALUE 0.
       77  WS-IDX-APLICAR              PIC 9(02) COMP VALUE 0.
       77  WS-TOT-PRESTAMOS            PIC 9(03) COMP VALUE 0.
       77  WS-TOT-MONEDAS              PIC 9(02) COMP VALUE 0.
       77  WS-TOT-TENENCIAS            PIC 9(03) COMP VALUE 0.
       77  WS-TOT-MUESTRA              PIC 9(07) COMP VALUE 0.
       77  WS-TOT-EMITIDAS             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-NO-EMITIDAS          PIC 9(07) COMP VALUE 0.
       77  WS-TOT-DUPLICADAS           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-RECHAZADAS           PIC 9(07) COMP VALUE 0.
       01  WS-FECHA-ARMADA.
           05 WS-FA-ANIO               PIC X(04).
           05 WS-FA-MES                PIC X(02).
           05 WS-FA-DIA                PIC X(02).
       01  WS-FECHA-ARMADA-N REDEFINES WS-FECHA-ARMADA
                                       PIC 9(08).
      *--------------------------------------------------------------*
      * PRESTAMOS DE VALORES DE LA CUENTA VIGENTES AL CORTE, POR     *
      * NEMONICO (PRSTMAST NO TIENE CLAVE POR CUENTA).               *
      *--------------------------------------------------------------*
       01  WS-PRESTAMO-TABLA.
           05 WS-PRE OCCURS 100 TIMES.
              10 WS-PRE-NEMONICO       PIC  X(10).
              10 WS-PRE-CANTIDAD       PIC  9(12)V9(04).
      *--------------------------------------------------------------*
      * SALDOS DE EFECTIVO DE LA CUENTA POR MONEDA, REVERTIDOS AL    *
      * CORTE.                                                       *
      *--------------------------------------------------------------*
       01  WS-MONEDA-TABLA.
           05 WS-MON OCCURS 10 TIMES.
              10 WS-MON-MONEDA         PIC  X(03).
              10 WS-MON-SALDO          PIC S9(15)V9(02) COMP-3.
       COPY POSRBLDP.
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESAR-MUESTRA
              UNTIL WS-FIN-MUESTRA
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RCIRCEXT'   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RCIRCEXT - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT  MUESTRA-IN CARTERA-CLIENTE PRENDA-MAESTRO
           OPEN INPUT  LIBRO-PRESTAMO EFECTIVO-MAESTRO
           OPEN I-O    CIRCULARIZACION
           OPEN OUTPUT CARTA-CONFIRMACION
           READ MUESTRA-IN
              AT END MOVE 'S' TO WS-EOF-MUESTRA
           END-READ
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-PROCESAR-MUESTRA.
           ADD 1 TO WS-TOT-MUESTRA
           PERFORM 2100-EMITIR-CONFIRMACION
              THRU 2100-EMITIR-CONFIRMACION-EXIT
           READ MUESTRA-IN
              AT END MOVE 'S' TO WS-EOF-MUESTRA
           END-READ
           .
       2000-PROCESAR-MUESTRA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-EMITIR-CONFIRMACION.
           IF MU-CTAVALOR = SPACES
              OR MU-FECHA-CORTE NOT NUMERIC
              OR MU-FECHA-CORTE = 0
              OR MU-FECHA-CORTE > WS-FECHA-PROCESO
              ADD 1 TO WS-TOT-RECHAZADAS
              DISPLAY 'RCIRCEXT - MUESTRA RECHAZADA: ' MU-CTAVALOR
                      ' CORTE ' MU-FECHA-CORTE
              GO TO 2100-EMITIR-CONFIRMACION-EXIT
           END-IF
           MOVE '00'           TO WS-CRM-STATUS
           MOVE MU-CTAVALOR    TO CRM-CTAVALOR
           MOVE MU-FECHA-CORTE TO CRM-FECHA-CORTE
           READ CIRCULARIZACION
              INVALID KEY MOVE '23' TO WS-CRM-STATUS
           END-READ
           IF WS-CRM-OK
              ADD 1 TO WS-TOT-DUPLICADAS
              GO TO 2100-EMITIR-CONFIRMACION-EXIT
           END-IF
           MOVE SPACES         TO CRM-REGISTRO-CIRCULARIZACION
           MOVE MU-CTAVALOR    TO CRM-CTAVALOR
           MOVE MU-FECHA-CORTE TO CRM-FECHA-CORTE
           MOVE MU-AUDITORA    TO CRM-AUDITORA
           MOVE MU-REF-MUESTRA TO CRM-REF-MUESTRA
           MOVE 0 TO CRM-FEC-ENVIO CRM-FEC-RESPUESTA
           MOVE 0 TO CRM-TOT-TENENCIAS CRM-TOT-MONEDAS
           PERFORM 2200-BUSCAR-IDENTIDAD
           IF NOT WS-IDENTIDAD-HALLADA
              MOVE 'N' TO CRM-ESTADO
              ADD 1 TO WS-TOT-NO-EMITIDAS
              PERFORM 2900-GRABAR-SEGUIMIENTO
              GO TO 2100-EMITIR-CONFIRMACION-EXIT
           END-IF
           PERFORM 3000-ESCRIBIR-CABECERA
           PERFORM 3100-CARGAR-PRESTAMOS
           PERFORM 4000-CONFIRMAR-TENENCIAS
           PERFORM 5000-CONFIRMAR-EFECTIVO
           PERFORM 6000-ESCRIBIR-CIERRE
           MOVE 'E'              TO CRM-ESTADO
           MOVE WS-FECHA-PROCESO TO CRM-FEC-ENVIO
           MOVE WS-TOT-TENENCIAS TO CRM-TOT-TENENCIAS
           MOVE WS-TOT-MONEDAS   TO CRM-TOT-MONEDAS
           ADD 1 TO WS-TOT-EMITIDAS
           PERFORM 2900-GRABAR-SEGUIMIENTO
           .
       2100-EMITIR-CONFIRMACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EODCLI VIENE ORDENADO POR CTAVALOR: LA BUSQUEDA SE DETIENE   *
      * AL PASAR LA CUENTA. LA MUESTRA PUEDE VENIR EN CUALQUIER      *
      * ORDEN, ASI QUE EL EXTRACTO SE RELEE POR CADA CUENTA.         *
      *--------------------------------------------------------------*
       2200-BUSCAR-IDENTIDAD.
           MOVE 'N' TO WS-SW-IDENTIDAD WS-EOF-CLIENTE
           OPEN INPUT CLIENTE-EXT
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           PERFORM 2210-AVANZAR-CLIENTE
              UNTIL WS-FIN-CLIENTE
                 OR EC-CTAVALOR NOT < MU-CTAVALOR
           IF NOT WS-FIN-CLIENTE
              AND EC-CTAVALOR = MU-CTAVALOR
              MOVE 'S' TO WS-SW-IDENTIDAD
           END-IF
           CLOSE CLIENTE-EXT
           .
       2200-BUSCAR-IDENTIDAD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2210-AVANZAR-CLIENTE.
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           .
       2210-AVANZAR-CLIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2900-GRABAR-SEGUIMIENTO.
           MOVE 'RCIRCEX'        TO CRM-USU-ULT-CAMBIO
           MOVE WS-FECHA-PROCESO TO CRM-FEC-ULT-CAMBIO
           WRITE CRM-REGISTRO-CIRCULARIZACION
           .
       2900-GRABAR-SEGUIMIENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-ESCRIBIR-CABECERA.
           MOVE SPACES           TO CCA-REGISTRO-CARTA
           MOVE MU-CTAVALOR      TO CCA-CTAVALOR
           MOVE MU-FECHA-CORTE   TO CCA-FECHA-CORTE
           MOVE 'C'              TO CCA-TIPO-LINEA
           MOVE EC-TIPO-DOC      TO CCA-CAB-TIPO-DOC
           MOVE EC-NUME-DOC      TO CCA-CAB-NUME-DOC
           MOVE EC-CLIENTE       TO CCA-CAB-CLIENTE
           MOVE MU-AUDITORA      TO CCA-CAB-AUDITORA
           MOVE MU-REF-MUESTRA   TO CCA-CAB-REF-MUESTRA
           MOVE WS-FECHA-PROCESO TO CCA-CAB-FEC-EMISION
           WRITE CCA-REGISTRO-CARTA
           .
       3000-ESCRIBIR-CABECERA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * PRESTAMOS DE LA CUENTA VIGENTES AL CORTE: ABIERTOS HASTA EL  *
      * CORTE Y NO DEVUELTOS, O DEVUELTOS DESPUES (EL DEVENGO DE LA  *
      * COMISION CORRE HASTA LA DEVOLUCION).                         *
      *--------------------------------------------------------------*
       3100-CARGAR-PRESTAMOS.
           MOVE 0    TO WS-TOT-PRESTAMOS
           MOVE '00' TO WS-PR-STATUS
           MOVE 0    TO PR-PRESTAMO
           START LIBRO-PRESTAMO KEY IS NOT LESS THAN PR-PRESTAMO
              INVALID KEY MOVE '10' TO WS-PR-STATUS
           END-START
           IF WS-PR-OK
              READ LIBRO-PRESTAMO NEXT RECORD
                 AT END MOVE '10' TO WS-PR-STATUS
              END-READ
           END-IF
           PERFORM 3110-EVALUAR-PRESTAMO
              UNTIL WS-PR-FIN
           .
       3100-CARGAR-PRESTAMOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3110-EVALUAR-PRESTAMO.
           IF PR-CTAVALOR-PRESTAMISTA = MU-CTAVALOR
              AND PR-FEC-APERTURA NOT > MU-FECHA-CORTE
              AND (NOT PR-DEVUELTO
                   OR PR-FEC-ULT-DEVENGO > MU-FECHA-CORTE)
              PERFORM 3120-ACUMULAR-PRESTAMO
           END-IF
           READ LIBRO-PRESTAMO NEXT RECORD
              AT END MOVE '10' TO WS-PR-STATUS
           END-READ
           .
       3110-EVALUAR-PRESTAMO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3120-ACUMULAR-PRESTAMO.
           MOVE 1 TO WS-IDX-PRE
           PERFORM 3130-AVANZAR-PRESTAMO
              UNTIL WS-IDX-PRE > WS-TOT-PRESTAMOS
                 OR WS-PRE-NEMONICO(WS-IDX-PRE) = PR-NEMONICO
           IF WS-IDX-PRE > WS-TOT-PRESTAMOS
              IF WS-TOT-PRESTAMOS < 100
                 ADD 1 TO WS-TOT-PRESTAMOS
                 MOVE PR-NEMONICO TO WS-PRE-NEMONICO(WS-IDX-PRE)
                 MOVE 0           TO WS-PRE-CANTIDAD(WS-IDX-PRE)
              ELSE
                 DISPLAY 'RCIRCEXT - TABLA DE PRESTAMOS LLENA: '
                         MU-CTAVALOR
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           IF WS-IDX-PRE NOT > WS-TOT-PRESTAMOS
              ADD PR-CAN-TITULOS TO WS-PRE-CANTIDAD(WS-IDX-PRE)
           END-IF
           .
       3120-ACUMULAR-PRESTAMO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3130-AVANZAR-PRESTAMO.
           ADD 1 TO WS-IDX-PRE
           .
       3130-AVANZAR-PRESTAMO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * TENENCIAS: START EN LA CUENTA SOBRE EL ESPEJO CARTCLI Y, POR *
      * CADA NEMONICO, CANTIDAD AL CORTE SEGUN RPOSRBLD.             *
      *--------------------------------------------------------------*
       4000-CONFIRMAR-TENENCIAS.
           MOVE 0           TO WS-TOT-TENENCIAS
           MOVE '00'        TO WS-CL-STATUS
           MOVE MU-CTAVALOR TO CL-CTAVALOR
           MOVE LOW-VALUES  TO CL-NEMONICO
           START CARTERA-CLIENTE KEY IS NOT LESS THAN CL-CLAVE
              INVALID KEY MOVE '10' TO WS-CL-STATUS
           END-START
           IF WS-CL-OK
              READ CARTERA-CLIENTE NEXT RECORD
                 AT END MOVE '10' TO WS-CL-STATUS
              END-READ
           END-IF
           PERFORM 4100-EVALUAR-TENENCIA
              UNTIL WS-CL-FIN
                 OR CL-CTAVALOR NOT = MU-CTAVALOR
           .
       4000-CONFIRMAR-TENENCIAS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4100-EVALUAR-TENENCIA.
           MOVE MU-CTAVALOR    TO PRB-CTA-VALOR
           MOVE CL-NEMONICO    TO PRB-NEMONICO
           MOVE MU-FECHA-CORTE TO PRB-FECHA-CORTE
           CALL 'RPOSRBLD' USING PRB-PARAMETROS
           PERFORM 4200-PRENDAS-AL-CORTE
           PERFORM 4300-PRESTAMO-AL-CORTE
           IF PRB-SALDO-RECONSTRUIDO NOT = 0
              OR WS-CAN-PIGNORADA > 0
              OR WS-CAN-PRESTADA > 0
              PERFORM 4400-ESCRIBIR-TENENCIA
           END-IF
           READ CARTERA-CLIENTE NEXT RECORD
              AT END MOVE '10' TO WS-CL-STATUS
           END-READ
           .
       4100-EVALUAR-TENENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * PRENDAS INSCRITAS HASTA EL CORTE QUE SIGUEN VIGENTES O SE    *
      * LEVANTARON DESPUES DEL CORTE. EL ACREEDOR QUE SE INFORMA ES  *
      * EL DE LA PRIMERA PRENDA.                                     *
      *--------------------------------------------------------------*
       4200-PRENDAS-AL-CORTE.
           MOVE 0           TO WS-CAN-PIGNORADA
           MOVE SPACES      TO WS-ACREEDOR
           MOVE '00'        TO WS-PN-STATUS
           MOVE MU-CTAVALOR TO PN-CTAVALOR
           MOVE CL-NEMONICO TO PN-NEMONICO
           MOVE 0           TO PN-PRENDA
           START PRENDA-MAESTRO KEY IS NOT LESS THAN PN-CLAVE
              INVALID KEY MOVE '10' TO WS-PN-STATUS
           END-START
           IF WS-PN-OK
              READ PRENDA-MAESTRO NEXT RECORD
                 AT END MOVE '10' TO WS-PN-STATUS
              END-READ
           END-IF
           PERFORM 4210-EVALUAR-PRENDA
              UNTIL WS-PN-FIN
                 OR PN-CTAVALOR NOT = MU-CTAVALOR
                 OR PN-NEMONICO NOT = CL-NEMONICO
           .
       4200-PRENDAS-AL-CORTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4210-EVALUAR-PRENDA.
           IF PN-FEC-INSCRIPCION NOT > MU-FECHA-CORTE
              AND (PN-VIGENTE
                   OR PN-FEC-LEVANTAMIENTO > MU-FECHA-CORTE)
              ADD PN-CAN-TITULOS TO WS-CAN-PIGNORADA
              IF WS-ACREEDOR = SPACES
                 MOVE PN-ACREEDOR TO WS-ACREEDOR
              END-IF
           END-IF
           READ PRENDA-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-PN-STATUS
           END-READ
           .
       4210-EVALUAR-PRENDA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4300-PRESTAMO-AL-CORTE.
           MOVE 0 TO WS-CAN-PRESTADA
           PERFORM 4310-COMPARAR-PRESTAMO
              VARYING WS-IDX-PRE FROM 1 BY 1
              UNTIL WS-IDX-PRE > WS-TOT-PRESTAMOS
           .
       4300-PRESTAMO-AL-CORTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4310-COMPARAR-PRESTAMO.
           IF WS-PRE-NEMONICO(WS-IDX-PRE) = CL-NEMONICO
              MOVE WS-PRE-CANTIDAD(WS-IDX-PRE) TO WS-CAN-PRESTADA
           END-IF
           .
       4310-COMPARAR-PRESTAMO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4400-ESCRIBIR-TENENCIA.
           ADD 1 TO WS-TOT-TENENCIAS
           MOVE SPACES                 TO CCA-REGISTRO-CARTA
           MOVE MU-CTAVALOR            TO CCA-CTAVALOR
           MOVE MU-FECHA-CORTE         TO CCA-FECHA-CORTE
           MOVE 'T'                    TO CCA-TIPO-LINEA
           MOVE CL-NEMONICO            TO CCA-TEN-NEMONICO
           MOVE CL-CUSTODIO            TO CCA-TEN-CUSTODIO
           MOVE PRB-SALDO-RECONSTRUIDO TO CCA-TEN-CANTIDAD
           MOVE WS-CAN-PIGNORADA       TO CCA-TEN-PIGNORADA
           MOVE WS-CAN-PRESTADA        TO CCA-TEN-PRESTADA
           MOVE WS-ACREEDOR            TO CCA-TEN-ACREEDOR
           EVALUATE TRUE
              WHEN WS-CAN-PIGNORADA > 0 AND WS-CAN-PRESTADA > 0
                 MOVE 'A' TO CCA-TEN-GRAVAMEN
              WHEN WS-CAN-PIGNORADA > 0
                 MOVE 'P' TO CCA-TEN-GRAVAMEN
              WHEN WS-CAN-PRESTADA > 0
                 MOVE 'R' TO CCA-TEN-GRAVAMEN
              WHEN OTHER
                 MOVE 'L' TO CCA-TEN-GRAVAMEN
           END-EVALUATE
           WRITE CCA-REGISTRO-CARTA
           .
       4400-ESCRIBIR-TENENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EFECTIVO: SALDO CONTABLE VIGENTE DE CADA MONEDA (EFEMAST)    *
      * MENOS LO MOVIDO DESPUES DEL CORTE SEGUN EFEMOV.              *
      *--------------------------------------------------------------*
       5000-CONFIRMAR-EFECTIVO.
           MOVE 0           TO WS-TOT-MONEDAS
           MOVE '00'        TO WS-EF-STATUS
           MOVE MU-CTAVALOR TO EF-CTAVALOR
           MOVE LOW-VALUES  TO EF-MONEDA
           START EFECTIVO-MAESTRO KEY IS NOT LESS THAN EF-CLAVE
              INVALID KEY MOVE '10' TO WS-EF-STATUS
           END-START
           IF WS-EF-OK
              READ EFECTIVO-MAESTRO NEXT RECORD
                 AT END MOVE '10' TO WS-EF-STATUS
              END-READ
           END-IF
           PERFORM 5100-CARGAR-MONEDA
              UNTIL WS-EF-FIN
                 OR EF-CTAVALOR NOT = MU-CTAVALOR
                 OR WS-TOT-MONEDAS >= 10
           MOVE 'N' TO WS-EOF-MOVIMIENTO
           OPEN INPUT MOVIMIENTO-EFECTIVO
           READ MOVIMIENTO-EFECTIVO
              AT END MOVE 'S' TO WS-EOF-MOVIMIENTO
           END-READ
           PERFORM 5200-REVERTIR-MOVIMIENTO
              UNTIL WS-FIN-MOVIMIENTO
           CLOSE MOVIMIENTO-EFECTIVO
           PERFORM 5300-ESCRIBIR-MONEDA
              VARYING WS-IDX-MON FROM 1 BY 1
              UNTIL WS-IDX-MON > WS-TOT-MONEDAS
           .
       5000-CONFIRMAR-EFECTIVO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5100-CARGAR-MONEDA.
           ADD 1 TO WS-TOT-MONEDAS
           MOVE EF-MONEDA         TO WS-MON-MONEDA(WS-TOT-MONEDAS)
           MOVE EF-SALDO-CONTABLE TO WS-MON-SALDO(WS-TOT-MONEDAS)
           READ EFECTIVO-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-EF-STATUS
           END-READ
           .
       5100-CARGAR-MONEDA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5200-REVERTIR-MOVIMIENTO.
           IF IE-CTAVALOR = MU-CTAVALOR
              MOVE IE-FECHA-OPERA(1:4) TO WS-FA-ANIO
              MOVE IE-FECHA-OPERA(6:2) TO WS-FA-MES
              MOVE IE-FECHA-OPERA(9:2) TO WS-FA-DIA
              IF WS-FECHA-ARMADA NUMERIC
                 AND WS-FECHA-ARMADA-N > MU-FECHA-CORTE
                 PERFORM 5210-UBICAR-MONEDA
                    THRU 5210-UBICAR-MONEDA-EXIT
                 IF WS-IDX-APLICAR > 0
                    IF IE-ES-ABONO
                       SUBTRACT IE-IMPORTE
                          FROM WS-MON-SALDO(WS-IDX-APLICAR)
                    ELSE
                       ADD IE-IMPORTE
                          TO WS-MON-SALDO(WS-IDX-APLICAR)
                    END-IF
                 END-IF
              END-IF
           END-IF
           READ MOVIMIENTO-EFECTIVO
              AT END MOVE 'S' TO WS-EOF-MOVIMIENTO
           END-READ
           .
       5200-REVERTIR-MOVIMIENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL MOVIMIENTO SIN MONEDA ES DEL PRIMER SALDO DE LA CUENTA;   *
      * EL DE UNA MONEDA QUE YA NO TIENE SALDO ABRE SU LINEA EN CERO.*
      *--------------------------------------------------------------*
       5210-UBICAR-MONEDA.
           MOVE 0 TO WS-IDX-APLICAR
           IF IE-MONEDA = SPACES
              IF WS-TOT-MONEDAS > 0
                 MOVE 1 TO WS-IDX-APLICAR
              END-IF
              GO TO 5210-UBICAR-MONEDA-EXIT
           END-IF
           PERFORM 5220-COMPARAR-MONEDA
              VARYING WS-IDX-MON FROM 1 BY 1
              UNTIL WS-IDX-MON > WS-TOT-MONEDAS
                 OR WS-IDX-APLICAR > 0
           IF WS-IDX-APLICAR = 0
              AND WS-TOT-MONEDAS < 10
              ADD 1 TO WS-TOT-MONEDAS
              MOVE IE-MONEDA TO WS-MON-MONEDA(WS-TOT-MONEDAS)
              MOVE 0         TO WS-MON-SALDO(WS-TOT-MONEDAS)
              MOVE WS-TOT-MONEDAS TO WS-IDX-APLICAR
           END-IF
           .
       5210-UBICAR-MONEDA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5220-COMPARAR-MONEDA.
           IF WS-MON-MONEDA(WS-IDX-MON) = IE-MONEDA
              MOVE WS-IDX-MON TO WS-IDX-APLICAR
           END-IF
           .
       5220-COMPARAR-MONEDA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5300-ESCRIBIR-MONEDA.
           MOVE SPACES                   TO CCA-REGISTRO-CARTA
           MOVE MU-CTAVALOR              TO CCA-CTAVALOR
           MOVE MU-FECHA-CORTE           TO CCA-FECHA-CORTE
           MOVE 'E'                      TO CCA-TIPO-LINEA
           MOVE WS-MON-MONEDA(WS-IDX-MON) TO CCA-EFE-MONEDA
           MOVE WS-MON-SALDO(WS-IDX-MON)  TO CCA-EFE-SALDO
           WRITE CCA-REGISTRO-CARTA
           .
       5300-ESCRIBIR-MONEDA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6000-ESCRIBIR-CIERRE.
           MOVE SPACES           TO CCA-REGISTRO-CARTA
           MOVE MU-CTAVALOR      TO CCA-CTAVALOR
           MOVE MU-FECHA-CORTE   TO CCA-FECHA-CORTE
           MOVE 'F'              TO CCA-TIPO-LINEA
           MOVE WS-TOT-TENENCIAS TO CCA-CIE-TOT-TENENCIAS
           MOVE WS-TOT-MONEDAS   TO CCA-CIE-TOT-MONEDAS
           WRITE CCA-REGISTRO-CARTA
           .
       6000-ESCRIBIR-CIERRE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE MUESTRA-IN CARTERA-CLIENTE PRENDA-MAESTRO
           CLOSE LIBRO-PRESTAMO EFECTIVO-MAESTRO
           CLOSE CIRCULARIZACION CARTA-CONFIRMACION
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RCIRCEXT'   TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-MUESTRA   TO BC-REGISTROS
           MOVE RETURN-CODE      TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RCIRCEXT - CUENTAS DE LA MUESTRA: '
                   WS-TOT-MUESTRA
           DISPLAY 'RCIRCEXT - CARTAS EMITIDAS      : '
                   WS-TOT-EMITIDAS
           DISPLAY 'RCIRCEXT - SIN IDENTIDAD EODCLI : '
                   WS-TOT-NO-EMITIDAS
           DISPLAY 'RCIRCEXT - YA CIRCULARIZADAS    : '
                   WS-TOT-DUPLICADAS
           DISPLAY 'RCIRCEXT - LINEAS RECHAZADAS    : '
                   WS-TOT-RECHAZADAS
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RDISPAUD.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  05/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 05/10/2026 JQ      ALTA. AUDITORIA NOCTURNA DEL SALDO        *
      *                    DISPONIBLE: RECALCULA EF-SALDO-DISPONIBLE *
      *                    Y CM-SDODIS DESDE EL SALDO CONTABLE Y LOS *
      *                    COMPONENTES VIGENTES (EMBARGOS LEGHOLD,   *
      *                    PRESTAMOS PRSTMAST, PRENDAS PRENMAST),    *
      *                    LISTA CADA DIFERENCIA CON SU CAUSA        *
      *                    PROBABLE Y PROPONE LA CORRECCION COMO     *
      *                    AJUSTE PENDIENTE DE DOBLE FIRMA EN        *
      *                    CAJUMNT.                                  *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * EL DISPONIBLE SE MUEVE EN FORMA INCREMENTAL DESDE MUCHOS     *
      * CAMINOS; EL QUE OLVIDA LIBERAR UNA RESERVA DEJA AL CLIENTE   *
      * CORTO SIN AVISO. ESTE PROCESO RECONSTRUYE LO QUE EL          *
      * DISPONIBLE DEBERIA SER:                                      *
      *   EFECTIVO : EF-SALDO-CONTABLE MENOS LOS EMBARGOS VIGENTES   *
      *              DE LEGHOLD EN LA MONEDA (UNICA RESERVA QUE      *
      *              SEPARA EL DISPONIBLE DEL CONTABLE; EFEPOST      *
      *              MUEVE AMBOS SALDOS A LA VEZ).                   *
      *   CARTERA  : CM-SDOCON MENOS LO PRESTADO (PRESTAMOS NO       *
      *              DEVUELTOS DE PRSTMAST) Y LO PIGNORADO (PRENDAS  *
      *              VIGENTES DE PRENMAST), NUNCA MENOR QUE CERO.    *
      *              LOS BUCKETS CM-SDOPRE Y CM-SDOPIG SE COMPARAN   *
      *              TAMBIEN CONTRA ESOS LIBROS.                     *
      * CADA DIFERENCIA SALE EN EL REPORTE (DD DISPRPT) CON EL VALOR *
      * REGISTRADO, EL RECALCULADO Y LA CAUSA PROBABLE, Y SE PROPONE *
      * SU CORRECCION COMO AJUSTE SUPERVISADO EN CAJUMNT (PENDIENTE; *
      * SOLO SE APLICA CUANDO UN SUPERVISOR LO APRUEBA, Y LA COLA    *
      * RCOLATRB LO MUESTRA A CONTROL). SI LA MISMA CORRECCION YA    *
      * QUEDO PROPUESTA EN UNA CORRIDA ANTERIOR Y SIGUE PENDIENTE NO *
      * SE DUPLICA. NADA SE CORRIGE EN ESTE PROCESO. UNA TABLA LLENA *
      * SE AVISA CON RETORNO 4. LA CORRIDA SE REGISTRA EN RUNCTL VIA *
      * BCHCTL.                                                      *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EFECTIVO-MAESTRO ASSIGN TO EFEMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EF-CLAVE
               FILE STATUS IS WS-EF-STATUS.
           SELECT CARTERA-MAESTRO ASSIGN TO CARTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CLAVE
               FILE STATUS IS WS-CM-STATUS.
           SELECT AFECTACION-LEGAL ASSIGN TO LEGHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-CLAVE
               FILE STATUS IS WS-LH-STATUS.
           SELECT PRENDA-MAESTRO ASSIGN TO PRENMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-CLAVE
               FILE STATUS IS WS-PN-STATUS.
           SELECT LIBRO-PRESTAMO ASSIGN TO PRSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-PRESTAMO
               FILE STATUS IS WS-PR-STATUS.
           SELECT AJUSTE-MAESTRO ASSIGN TO AJUSMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AJ-AJUSTE
               FILE STATUS IS WS-AJ-STATUS.
           SELECT REPORTE-AUDITORIA ASSIGN TO DISPRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EFECTIVO-MAESTRO
           RECORDING MODE IS F.
       COPY EFEMAST.
       FD  CARTERA-MAESTRO
           RECORDING MODE IS F.
       COPY CARTMAST.
       FD  AFECTACION-LEGAL
           RECORDING MODE IS F.
       COPY LEGHOLD.
       FD  PRENDA-MAESTRO
           RECORDING MODE IS F.
       COPY PRENMAST.
       FD  LIBRO-PRESTAMO
           RECORDING MODE IS F.
       COPY PRSTMAST.
       FD  AJUSTE-MAESTRO
           RECORDING MODE IS F.
       COPY AJUSMAST.
       FD  REPORTE-AUDITORIA
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-EF-STATUS                PIC X(02) VALUE '00'.
           88 WS-EF-FIN                          VALUE '10'.
       01  WS-CM-STATUS                PIC X(02) VALUE '00'.
           88 WS-CM-FIN                          VALUE '10'.
       01  WS-LH-STATUS                PIC X(02) VALUE '00'.
           88 WS-LH-OK                           VALUE '00'.
           88 WS-LH-FIN                          VALUE '10'.
       01  WS-PN-STATUS                PIC X(02) VALUE '00'.
           88 WS-PN-OK                           VALUE '00'.
           88 WS-PN-FIN                          VALUE '10'.
       01  WS-PR-STATUS                PIC X(02) VALUE '00'.
           88 WS-PR-FIN                          VALUE '10'.
       01  WS-AJ-STATUS                PIC X(02) VALUE '00'.
           88 WS-AJ-FIN                          VALUE '10'.
       77  WS-FECHA-PROCESO            PIC 9(08).
       77  WS-IDX                      PIC 9(05) COMP VALUE 0.
       77  WS-IDX-PRESTAMO             PIC 9(05) COMP VALUE 0.
       77  WS-TOT-PRESTAMOS            PIC 9(05) COMP VALUE 0.
       77  WS-TOT-PROPUESTAS           PIC 9(05) COMP VALUE 0.
       77  WS-TOT-CUENTAS-EFE          PIC 9(07) COMP VALUE 0.
       77  WS-TOT-POSICIONES           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-DIFERENCIAS          PIC 9(07) COMP VALUE 0.
       77  WS-TOT-AJUSTES              PIC 9(07) COMP VALUE 0.
       77  WS-TOT-YA-PROPUESTOS        PIC 9(07) COMP VALUE 0.
       77  WS-SW-HALLADO               PIC X(01) VALUE 'N'.
           88 WS-HALLADO                         VALUE 'S'.
       77  WS-EMBARGADO                PIC S9(15)V9(02) COMP-3
                                       VALUE 0.
       77  WS-DIFERENCIA               PIC S9(15)V9(02) COMP-3
                                       VALUE 0.
       77  WS-DIFERENCIA-ABS           PIC S9(15)V9(02) COMP-3
                                       VALUE 0.
       77  WS-PRESTADO                 PIC 9(12) VALUE 0.
       77  WS-PIGNORADO                PIC 9(12) VALUE 0.
       77  WS-DISPONIBLE-CALC          PIC S9(13) COMP-3 VALUE 0.
       77  WS-DISPONIBLE-BUCKETS       PIC S9(13) COMP-3 VALUE 0.
       77  WS-HOLD-DISPLAY             PIC 9(03).
       77  WS-CTA-BUSCADA              PIC X(20).
       77  WS-NEM-BUSCADO              PIC X(10).
      *--------------------------------------------------------------*
      * DIFERENCIA EN CURSO: LA ARMAN LAS RUTINAS DE EFECTIVO Y      *
      * CARTERA Y LA REGISTRA 6000-REGISTRAR-DIFERENCIA.             *
      *--------------------------------------------------------------*
       01  WS-DIFERENCIA-ACTUAL.
           05 WS-DIF-TIPO              PIC  X(01).
           05 WS-DIF-CTAVALOR          PIC  X(20).
           05 WS-DIF-NEMONICO          PIC  X(10).
           05 WS-DIF-MONEDA            PIC  X(03).
           05 WS-DIF-CAMPO             PIC  X(10).
           05 WS-DIF-REGISTRADO        PIC S9(15)V9(02) COMP-3.
           05 WS-DIF-ESPERADO          PIC S9(15)V9(02) COMP-3.
           05 WS-DIF-CAUSA             PIC  X(50).
      *--------------------------------------------------------------*
      * PRESTAMOS NO DEVUELTOS DE PRSTMAST ACUMULADOS POR CUENTA     *
      * PRESTAMISTA Y NEMONICO.                                      *
      *--------------------------------------------------------------*
       01  WS-PRESTAMO-TABLA.
           05 WS-PRE OCCURS 5000 TIMES.
              10 WS-PRE-CTAVALOR       PIC  X(20).
              10 WS-PRE-NEMONICO       PIC  X(10).
              10 WS-PRE-CAN-TITULOS    PIC  9(12)V9(04).
      *--------------------------------------------------------------*
      * CORRECCIONES PROPUESTAS POR ESTE PROCESO QUE SIGUEN          *
      * PENDIENTES EN AJUSMAST (NO SE VUELVEN A PROPONER).           *
      *--------------------------------------------------------------*
       01  WS-PROPUESTA-TABLA.
           05 WS-PRP OCCURS 1000 TIMES.
              10 WS-PRP-AJUSTE         PIC  9(09).
              10 WS-PRP-TIPO           PIC  X(01).
              10 WS-PRP-CTAVALOR       PIC  X(20).
              10 WS-PRP-NEMONICO       PIC  X(10).
              10 WS-PRP-MONEDA         PIC  X(03).
              10 WS-PRP-CAMPO          PIC  X(10).
              10 WS-PRP-VALOR-ANTERIOR PIC S9(15)V9(02).
              10 WS-PRP-VALOR-NUEVO    PIC S9(15)V9(02).
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(45) VALUE
              'AUDITORIA DEL SALDO DISPONIBLE - FECHA : '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(79) VALUE SPACES.
       01  WS-LINEA-CABECERA.
           05 FILLER                   PIC X(49) VALUE
              'T CUENTA-VALOR         NEMONICO   MON CAMPO'.
           05 FILLER                   PIC X(24) VALUE
              '              REGISTRADO'.
           05 FILLER                   PIC X(24) VALUE
              '             RECALCULADO'.
           05 FILLER                   PIC X(24) VALUE
              '              DIFERENCIA'.
           05 FILLER                   PIC X(11) VALUE SPACES.
       01  WS-LINEA-DETALLE.
           05 WD-TIPO                  PIC  X(01).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WD-CTAVALOR              PIC  X(20).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WD-NEMONICO              PIC  X(10).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WD-MONEDA                PIC  X(03).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WD-CAMPO                 PIC  X(10).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WD-REGISTRADO            PIC  -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WD-ESPERADO              PIC  -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WD-DIFERENCIA            PIC  -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC  X(11) VALUE SPACES.
       01  WS-LINEA-CAUSA.
           05 FILLER                   PIC  X(18) VALUE
              '  CAUSA PROBABLE: '.
           05 WK-CAUSA                 PIC  X(50).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WK-PROPUESTA             PIC  X(22).
           05 WK-AJUSTE                PIC  Z(08)9.
           05 FILLER                   PIC  X(32) VALUE SPACES.
       01  WS-LINEA-TOTAL.
           05 WS-TOTAL-TEXTO           PIC  X(40).
           05 WS-TOTAL-CANTIDAD        PIC  Z,ZZZ,ZZ9.
           05 FILLER                   PIC  X(83) VALUE SPACES.
       COPY AJUSP.
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-AUDITAR-EFECTIVO
           PERFORM 3000-AUDITAR-CARTERA
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RDISPAUD'   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RDISPAUD - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1100-CARGAR-PROPUESTAS
           PERFORM 1200-CARGAR-PRESTAMOS
           OPEN INPUT AFECTACION-LEGAL PRENDA-MAESTRO
           OPEN OUTPUT REPORTE-AUDITORIA
           MOVE WS-FECHA-PROCESO TO WT-FECHA
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           WRITE REPORTE-REC FROM WS-LINEA-CABECERA
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1100-CARGAR-PROPUESTAS.
           OPEN INPUT AJUSTE-MAESTRO
           READ AJUSTE-MAESTRO
              AT END MOVE '10' TO WS-AJ-STATUS
           END-READ
           PERFORM 1110-CARGAR-PROPUESTA
              UNTIL WS-AJ-FIN
           CLOSE AJUSTE-MAESTRO
           .
       1100-CARGAR-PROPUESTAS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1110-CARGAR-PROPUESTA.
           IF AJ-PENDIENTE
              AND AJ-USU-INGRESO = 'RDISPAU'
              IF WS-TOT-PROPUESTAS < 1000
                 ADD 1 TO WS-TOT-PROPUESTAS
                 MOVE AJ-AJUSTE   TO WS-PRP-AJUSTE(WS-TOT-PROPUESTAS)
                 MOVE AJ-TIPO     TO WS-PRP-TIPO(WS-TOT-PROPUESTAS)
                 MOVE AJ-CTAVALOR TO WS-PRP-CTAVALOR(WS-TOT-PROPUESTAS)
                 MOVE AJ-NEMONICO TO WS-PRP-NEMONICO(WS-TOT-PROPUESTAS)
                 MOVE AJ-MONEDA   TO WS-PRP-MONEDA(WS-TOT-PROPUESTAS)
                 MOVE AJ-CAMPO    TO WS-PRP-CAMPO(WS-TOT-PROPUESTAS)
                 MOVE AJ-VALOR-ANTERIOR
                    TO WS-PRP-VALOR-ANTERIOR(WS-TOT-PROPUESTAS)
                 MOVE AJ-VALOR-NUEVO
                    TO WS-PRP-VALOR-NUEVO(WS-TOT-PROPUESTAS)
              ELSE
                 DISPLAY 'RDISPAUD - TABLA DE PROPUESTAS LLENA, AJUSTE '
                         AJ-AJUSTE ' NO CARGADO'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           READ AJUSTE-MAESTRO
              AT END MOVE '10' TO WS-AJ-STATUS
           END-READ
           .
       1110-CARGAR-PROPUESTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * TODO PRESTAMO NO DEVUELTO (VIGENTE, EN RECALL O INCUMPLIDO)  *
      * TIENE SUS TITULOS FUERA DEL DISPONIBLE DEL PRESTAMISTA.      *
      *--------------------------------------------------------------*
       1200-CARGAR-PRESTAMOS.
           OPEN INPUT LIBRO-PRESTAMO
           READ LIBRO-PRESTAMO
              AT END MOVE '10' TO WS-PR-STATUS
           END-READ
           PERFORM 1210-CARGAR-PRESTAMO
              UNTIL WS-PR-FIN
           CLOSE LIBRO-PRESTAMO
           .
       1200-CARGAR-PRESTAMOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1210-CARGAR-PRESTAMO.
           IF NOT PR-DEVUELTO
              MOVE PR-CTAVALOR-PRESTAMISTA TO WS-CTA-BUSCADA
              MOVE PR-NEMONICO             TO WS-NEM-BUSCADO
              PERFORM 7000-UBICAR-PRESTAMO
              IF WS-HALLADO
                 ADD PR-CAN-TITULOS
                    TO WS-PRE-CAN-TITULOS(WS-IDX-PRESTAMO)
              ELSE
                 IF WS-TOT-PRESTAMOS < 5000
                    ADD 1 TO WS-TOT-PRESTAMOS
                    MOVE PR-CTAVALOR-PRESTAMISTA
                       TO WS-PRE-CTAVALOR(WS-TOT-PRESTAMOS)
                    MOVE PR-NEMONICO
                       TO WS-PRE-NEMONICO(WS-TOT-PRESTAMOS)
                    MOVE PR-CAN-TITULOS
                       TO WS-PRE-CAN-TITULOS(WS-TOT-PRESTAMOS)
                 ELSE
                    DISPLAY 'RDISPAUD - TABLA DE PRESTAMOS LLENA, '
                            'PRESTAMO ' PR-PRESTAMO ' NO CARGADO'
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           READ LIBRO-PRESTAMO
              AT END MOVE '10' TO WS-PR-STATUS
           END-READ
           .
       1210-CARGAR-PRESTAMO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-AUDITAR-EFECTIVO.
           OPEN INPUT EFECTIVO-MAESTRO
           READ EFECTIVO-MAESTRO
              AT END MOVE '10' TO WS-EF-STATUS
           END-READ
           PERFORM 2100-AUDITAR-SALDO-EFECTIVO
              UNTIL WS-EF-FIN
           CLOSE EFECTIVO-MAESTRO
           .
       2000-AUDITAR-EFECTIVO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-AUDITAR-SALDO-EFECTIVO.
           ADD 1 TO WS-TOT-CUENTAS-EFE
           MOVE 0 TO WS-EMBARGADO
           PERFORM 2200-RECORRER-EMBARGOS
           COMPUTE WS-DIFERENCIA = EF-SALDO-DISPONIBLE
                                 - (EF-SALDO-CONTABLE - WS-EMBARGADO)
           IF WS-DIFERENCIA NOT = 0
              MOVE 'E'                 TO WS-DIF-TIPO
              MOVE EF-CTAVALOR         TO WS-DIF-CTAVALOR
              MOVE SPACES              TO WS-DIF-NEMONICO
              MOVE EF-MONEDA           TO WS-DIF-MONEDA
              MOVE 'DISPONIBLE'        TO WS-DIF-CAMPO
              MOVE EF-SALDO-DISPONIBLE TO WS-DIF-REGISTRADO
              COMPUTE WS-DIF-ESPERADO = EF-SALDO-CONTABLE
                                      - WS-EMBARGADO
              PERFORM 2300-CAUSA-EFECTIVO
              PERFORM 6000-REGISTRAR-DIFERENCIA
           END-IF
           READ EFECTIVO-MAESTRO
              AT END MOVE '10' TO WS-EF-STATUS
           END-READ
           .
       2100-AUDITAR-SALDO-EFECTIVO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * SUMA LOS EMBARGOS VIGENTES DE LA CUENTA EN LA MONEDA DEL     *
      * SALDO (LA SUCESION Y EL CONGELAMIENTO NO RESERVAN IMPORTE).  *
      *--------------------------------------------------------------*
       2200-RECORRER-EMBARGOS.
           MOVE '00'        TO WS-LH-STATUS
           MOVE EF-CTAVALOR TO LH-CTAVALOR
           MOVE 0           TO LH-HOLD
           START AFECTACION-LEGAL KEY IS NOT LESS THAN LH-CLAVE
              INVALID KEY MOVE '10' TO WS-LH-STATUS
           END-START
           IF NOT WS-LH-FIN
              READ AFECTACION-LEGAL NEXT RECORD
                 AT END MOVE '10' TO WS-LH-STATUS
              END-READ
           END-IF
           PERFORM 2210-SUMAR-EMBARGO
              UNTIL WS-LH-FIN
                 OR LH-CTAVALOR NOT = EF-CTAVALOR
           .
       2200-RECORRER-EMBARGOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2210-SUMAR-EMBARGO.
           IF LH-ES-EMBARGO AND LH-VIGENTE
              AND LH-MONEDA = EF-MONEDA
              ADD LH-MTO-RETENIDO TO WS-EMBARGADO
           END-IF
           READ AFECTACION-LEGAL NEXT RECORD
              AT END MOVE '10' TO WS-LH-STATUS
           END-READ
           .
       2210-SUMAR-EMBARGO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CAUSA PROBABLE: SI LA FALTA IGUALA UN EMBARGO YA LEVANTADO,  *
      * EL LEVANTAMIENTO NO DEVOLVIO LA RESERVA; SI EL EXCESO IGUALA *
      * UN EMBARGO VIGENTE, LA RESERVA NUNCA SE APLICO.              *
      *--------------------------------------------------------------*
       2300-CAUSA-EFECTIVO.
           IF WS-DIFERENCIA < 0
              COMPUTE WS-DIFERENCIA-ABS = 0 - WS-DIFERENCIA
              MOVE 'RESERVA NO LIBERADA, SIN ORIGEN IDENTIFICADO'
                 TO WS-DIF-CAUSA
           ELSE
              MOVE WS-DIFERENCIA TO WS-DIFERENCIA-ABS
              MOVE 'DISPONIBLE EN EXCESO, SIN ORIGEN IDENTIFICADO'
                 TO WS-DIF-CAUSA
           END-IF
           MOVE 'N'         TO WS-SW-HALLADO
           MOVE '00'        TO WS-LH-STATUS
           MOVE EF-CTAVALOR TO LH-CTAVALOR
           MOVE 0           TO LH-HOLD
           START AFECTACION-LEGAL KEY IS NOT LESS THAN LH-CLAVE
              INVALID KEY MOVE '10' TO WS-LH-STATUS
           END-START
           IF NOT WS-LH-FIN
              READ AFECTACION-LEGAL NEXT RECORD
                 AT END MOVE '10' TO WS-LH-STATUS
              END-READ
           END-IF
           PERFORM 2310-COMPARAR-EMBARGO
              UNTIL WS-LH-FIN
                 OR LH-CTAVALOR NOT = EF-CTAVALOR
                 OR WS-HALLADO
           .
       2300-CAUSA-EFECTIVO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2310-COMPARAR-EMBARGO.
           IF LH-ES-EMBARGO
              AND LH-MONEDA = EF-MONEDA
              AND LH-MTO-RETENIDO = WS-DIFERENCIA-ABS
              MOVE LH-HOLD TO WS-HOLD-DISPLAY
              EVALUATE TRUE
                 WHEN WS-DIFERENCIA < 0 AND LH-LEVANTADO
                    MOVE 'S' TO WS-SW-HALLADO
                    MOVE SPACES TO WS-DIF-CAUSA
                    STRING 'EMBARGO ' WS-HOLD-DISPLAY
                           ' LEVANTADO SIN DEVOLVER LA RESERVA'
                       DELIMITED BY SIZE INTO WS-DIF-CAUSA
                    END-STRING
                 WHEN WS-DIFERENCIA > 0 AND LH-VIGENTE
                    MOVE 'S' TO WS-SW-HALLADO
                    MOVE SPACES TO WS-DIF-CAUSA
                    STRING 'EMBARGO ' WS-HOLD-DISPLAY
                           ' VIGENTE SIN RESERVA EN EL DISPONIBLE'
                       DELIMITED BY SIZE INTO WS-DIF-CAUSA
                    END-STRING
              END-EVALUATE
           END-IF
           IF NOT WS-HALLADO
              READ AFECTACION-LEGAL NEXT RECORD
                 AT END MOVE '10' TO WS-LH-STATUS
              END-READ
           END-IF
           .
       2310-COMPARAR-EMBARGO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-AUDITAR-CARTERA.
           OPEN INPUT CARTERA-MAESTRO
           READ CARTERA-MAESTRO
              AT END MOVE '10' TO WS-CM-STATUS
           END-READ
           PERFORM 3100-AUDITAR-POSICION
              UNTIL WS-CM-FIN
           CLOSE CARTERA-MAESTRO
           .
       3000-AUDITAR-CARTERA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LOS BUCKETS SE COMPARAN PRIMERO CONTRA SUS LIBROS; EL        *
      * DISPONIBLE RECALCULADO USA LOS LIBROS, NO LOS BUCKETS.       *
      *--------------------------------------------------------------*
       3100-AUDITAR-POSICION.
           ADD 1 TO WS-TOT-POSICIONES
           MOVE CM-CTAVALOR TO WS-CTA-BUSCADA
           MOVE CM-NEMONICO TO WS-NEM-BUSCADO
           PERFORM 7000-UBICAR-PRESTAMO
           IF WS-HALLADO
              MOVE WS-PRE-CAN-TITULOS(WS-IDX-PRESTAMO) TO WS-PRESTADO
           ELSE
              MOVE 0 TO WS-PRESTADO
           END-IF
           PERFORM 3200-SUMAR-PRENDAS
           MOVE 'C'         TO WS-DIF-TIPO
           MOVE CM-CTAVALOR TO WS-DIF-CTAVALOR
           MOVE CM-NEMONICO TO WS-DIF-NEMONICO
           MOVE CM-MONEDA   TO WS-DIF-MONEDA
           IF CM-SDOPRE NOT = WS-PRESTADO
              MOVE 'SDOPRE'    TO WS-DIF-CAMPO
              MOVE CM-SDOPRE   TO WS-DIF-REGISTRADO
              MOVE WS-PRESTADO TO WS-DIF-ESPERADO
              IF CM-SDOPRE > WS-PRESTADO
                 MOVE 'PRESTADO SIN PRESTAMO NO DEVUELTO EN PRSTMAST'
                    TO WS-DIF-CAUSA
              ELSE
                 MOVE 'PRESTAMO DE PRSTMAST NO REFLEJADO EN EL BUCKET'
                    TO WS-DIF-CAUSA
              END-IF
              PERFORM 6000-REGISTRAR-DIFERENCIA
           END-IF
           IF CM-SDOPIG NOT = WS-PIGNORADO
              MOVE 'SDOPIG'     TO WS-DIF-CAMPO
              MOVE CM-SDOPIG    TO WS-DIF-REGISTRADO
              MOVE WS-PIGNORADO TO WS-DIF-ESPERADO
              IF CM-SDOPIG > WS-PIGNORADO
                 MOVE 'PIGNORADO SIN PRENDA VIGENTE EN PRENMAST'
                    TO WS-DIF-CAUSA
              ELSE
                 MOVE 'PRENDA VIGENTE NO REFLEJADA EN EL BUCKET'
                    TO WS-DIF-CAUSA
              END-IF
              PERFORM 6000-REGISTRAR-DIFERENCIA
           END-IF
           COMPUTE WS-DISPONIBLE-CALC = CM-SDOCON - WS-PRESTADO
                                      - WS-PIGNORADO
           IF WS-DISPONIBLE-CALC < 0
              MOVE 0 TO WS-DISPONIBLE-CALC
           END-IF
           IF CM-SDODIS NOT = WS-DISPONIBLE-CALC
              PERFORM 3300-CAUSA-CARTERA
              MOVE 'SDODIS'           TO WS-DIF-CAMPO
              MOVE CM-SDODIS          TO WS-DIF-REGISTRADO
              MOVE WS-DISPONIBLE-CALC TO WS-DIF-ESPERADO
              PERFORM 6000-REGISTRAR-DIFERENCIA
           END-IF
           READ CARTERA-MAESTRO
              AT END MOVE '10' TO WS-CM-STATUS
           END-READ
           .
       3100-AUDITAR-POSICION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3200-SUMAR-PRENDAS.
           MOVE 0           TO WS-PIGNORADO
           MOVE '00'        TO WS-PN-STATUS
           MOVE CM-CTAVALOR TO PN-CTAVALOR
           MOVE CM-NEMONICO TO PN-NEMONICO
           MOVE 0           TO PN-PRENDA
           START PRENDA-MAESTRO KEY IS NOT LESS THAN PN-CLAVE
              INVALID KEY MOVE '10' TO WS-PN-STATUS
           END-START
           IF NOT WS-PN-FIN
              READ PRENDA-MAESTRO NEXT RECORD
                 AT END MOVE '10' TO WS-PN-STATUS
              END-READ
           END-IF
           PERFORM 3210-SUMAR-PRENDA
              UNTIL WS-PN-FIN
                 OR PN-CTAVALOR NOT = CM-CTAVALOR
                 OR PN-NEMONICO NOT = CM-NEMONICO
           .
       3200-SUMAR-PRENDAS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3210-SUMAR-PRENDA.
           IF PN-VIGENTE
              ADD PN-CAN-TITULOS TO WS-PIGNORADO
           END-IF
           READ PRENDA-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-PN-STATUS
           END-READ
           .
       3210-SUMAR-PRENDA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CAUSA PROBABLE: SI EL DISPONIBLE CUADRA CON LOS BUCKETS      *
      * REGISTRADOS, EL DESCUADRE VIENE DE UN BUCKET MAL MANTENIDO;  *
      * SI NO, UNA RESERVA QUEDO SIN LIBERAR O SOBRA DISPONIBLE.     *
      *--------------------------------------------------------------*
       3300-CAUSA-CARTERA.
           COMPUTE WS-DISPONIBLE-BUCKETS = CM-SDOCON - CM-SDOPRE
                                         - CM-SDOPIG
           IF WS-DISPONIBLE-BUCKETS < 0
              MOVE 0 TO WS-DISPONIBLE-BUCKETS
           END-IF
           EVALUATE TRUE
              WHEN CM-SDODIS = WS-DISPONIBLE-BUCKETS
                 AND CM-SDOPRE NOT = WS-PRESTADO
                 MOVE 'DISPONIBLE ARRASTRA EL DESCUADRE DEL PRESTADO'
                    TO WS-DIF-CAUSA
              WHEN CM-SDODIS = WS-DISPONIBLE-BUCKETS
                 AND CM-SDOPIG NOT = WS-PIGNORADO
                 MOVE 'DISPONIBLE ARRASTRA EL DESCUADRE DEL PIGNORADO'
                    TO WS-DIF-CAUSA
              WHEN CM-SDODIS < WS-DISPONIBLE-CALC
                 MOVE 'RESERVA DE TITULOS NO LIBERADA, SIN ORIGEN'
                    TO WS-DIF-CAUSA
              WHEN OTHER
                 MOVE 'DISPONIBLE EN EXCESO SOBRE CONTABLE Y BUCKETS'
                    TO WS-DIF-CAUSA
           END-EVALUATE
           .
       3300-CAUSA-CARTERA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LISTA LA DIFERENCIA EN CURSO Y PROPONE SU CORRECCION COMO    *
      * AJUSTE SUPERVISADO, SALVO QUE LA MISMA YA ESTE PENDIENTE.    *
      *--------------------------------------------------------------*
       6000-REGISTRAR-DIFERENCIA.
           ADD 1 TO WS-TOT-DIFERENCIAS
           MOVE WS-DIF-TIPO       TO WD-TIPO
           MOVE WS-DIF-CTAVALOR   TO WD-CTAVALOR
           MOVE WS-DIF-NEMONICO   TO WD-NEMONICO
           MOVE WS-DIF-MONEDA     TO WD-MONEDA
           MOVE WS-DIF-CAMPO      TO WD-CAMPO
           MOVE WS-DIF-REGISTRADO TO WD-REGISTRADO
           MOVE WS-DIF-ESPERADO   TO WD-ESPERADO
           COMPUTE WS-DIFERENCIA = WS-DIF-REGISTRADO - WS-DIF-ESPERADO
           MOVE WS-DIFERENCIA     TO WD-DIFERENCIA
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           MOVE 'N' TO WS-SW-HALLADO
           PERFORM 6100-COMPARAR-PROPUESTA
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-PROPUESTAS
                 OR WS-HALLADO
           IF WS-HALLADO
              ADD 1 TO WS-TOT-YA-PROPUESTOS
              SUBTRACT 1 FROM WS-IDX
              MOVE 'YA PROPUESTO, AJUSTE ' TO WK-PROPUESTA
              MOVE WS-PRP-AJUSTE(WS-IDX)    TO WK-AJUSTE
           ELSE
              PERFORM 6200-PROPONER-AJUSTE
           END-IF
           MOVE WS-DIF-CAUSA TO WK-CAUSA
           WRITE REPORTE-REC FROM WS-LINEA-CAUSA
           .
       6000-REGISTRAR-DIFERENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6100-COMPARAR-PROPUESTA.
           IF WS-PRP-TIPO(WS-IDX)     = WS-DIF-TIPO
              AND WS-PRP-CTAVALOR(WS-IDX) = WS-DIF-CTAVALOR
              AND WS-PRP-NEMONICO(WS-IDX) = WS-DIF-NEMONICO
              AND WS-PRP-MONEDA(WS-IDX)   = WS-DIF-MONEDA
              AND WS-PRP-CAMPO(WS-IDX)    = WS-DIF-CAMPO
              AND WS-PRP-VALOR-ANTERIOR(WS-IDX) = WS-DIF-REGISTRADO
              AND WS-PRP-VALOR-NUEVO(WS-IDX)    = WS-DIF-ESPERADO
              MOVE 'S' TO WS-SW-HALLADO
           END-IF
           .
       6100-COMPARAR-PROPUESTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL AJUSTE QUEDA PENDIENTE EN CAJUMNT CON EL VALOR REGISTRADO *
      * COMO ANTERIOR: SI EL SALDO SE MUEVE ANTES DE LA APROBACION,  *
      * CAJUMNT LO RECHAZA (AJU009) Y LA PROXIMA CORRIDA LO REPONE.  *
      *--------------------------------------------------------------*
       6200-PROPONER-AJUSTE.
           MOVE 'A'               TO AJU-FUNCION
           MOVE 0                 TO AJU-AJUSTE
           MOVE WS-DIF-TIPO       TO AJU-TIPO
           MOVE WS-DIF-CTAVALOR   TO AJU-CTA-VALOR
           MOVE WS-DIF-NEMONICO   TO AJU-NEMONICO
           MOVE WS-DIF-MONEDA     TO AJU-MONEDA
           MOVE WS-DIF-CAMPO      TO AJU-CAMPO
           MOVE WS-DIF-REGISTRADO TO AJU-VALOR-ANTERIOR
           MOVE WS-DIF-ESPERADO   TO AJU-VALOR-NUEVO
           MOVE 'AD'              TO AJU-MOTIVO
           MOVE WS-DIF-CAUSA      TO AJU-DESCRIPCION
           MOVE 'RDISPAU'         TO AJU-USUARIO
           MOVE 0                 TO AJU-FECHA-VALOR
           CALL 'CAJUMNT' USING AJU-PARAMETROS
           IF AJU-COD-RETORNO = '00'
              ADD 1 TO WS-TOT-AJUSTES
              MOVE 'AJUSTE PROPUESTO    ' TO WK-PROPUESTA
              MOVE AJU-AJUSTE             TO WK-AJUSTE
           ELSE
              MOVE SPACES TO WK-PROPUESTA
              STRING 'NO PROPUESTO ' AJU-COD-ERROR-DEV
                 DELIMITED BY SIZE INTO WK-PROPUESTA
              END-STRING
              MOVE 0 TO WK-AJUSTE
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       6200-PROPONER-AJUSTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * UBICA EN LA TABLA DE PRESTAMOS LA CUENTA WS-CTA-BUSCADA Y EL *
      * NEMONICO WS-NEM-BUSCADO.                                     *
      *--------------------------------------------------------------*
       7000-UBICAR-PRESTAMO.
           MOVE 'N' TO WS-SW-HALLADO
           MOVE 0   TO WS-IDX-PRESTAMO
           PERFORM 7100-COMPARAR-PRESTAMO
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-PRESTAMOS
                 OR WS-HALLADO
           .
       7000-UBICAR-PRESTAMO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7100-COMPARAR-PRESTAMO.
           IF WS-PRE-CTAVALOR(WS-IDX) = WS-CTA-BUSCADA
              AND WS-PRE-NEMONICO(WS-IDX) = WS-NEM-BUSCADO
              MOVE 'S'    TO WS-SW-HALLADO
              MOVE WS-IDX TO WS-IDX-PRESTAMO
           END-IF
           .
       7100-COMPARAR-PRESTAMO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           MOVE 'SALDOS DE EFECTIVO AUDITADOS      :' TO WS-TOTAL-TEXTO
           MOVE WS-TOT-CUENTAS-EFE   TO WS-TOTAL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'POSICIONES DE CARTERA AUDITADAS   :' TO WS-TOTAL-TEXTO
           MOVE WS-TOT-POSICIONES    TO WS-TOTAL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'DIFERENCIAS DETECTADAS            :' TO WS-TOTAL-TEXTO
           MOVE WS-TOT-DIFERENCIAS   TO WS-TOTAL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'AJUSTES PROPUESTOS EN ESTA CORRIDA:' TO WS-TOTAL-TEXTO
           MOVE WS-TOT-AJUSTES       TO WS-TOTAL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'YA PENDIENTES DE APROBACION       :' TO WS-TOTAL-TEXTO
           MOVE WS-TOT-YA-PROPUESTOS TO WS-TOTAL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           CLOSE AFECTACION-LEGAL PRENDA-MAESTRO REPORTE-AUDITORIA
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RDISPAUD'   TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO   TO BC-FECHA-PROCESO
           MOVE WS-TOT-DIFERENCIAS TO BC-REGISTROS
           MOVE 0            TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RDISPAUD - DIFERENCIAS : ' WS-TOT-DIFERENCIAS
           DISPLAY 'RDISPAUD - PROPUESTAS  : ' WS-TOT-AJUSTES
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RCTADORM.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  12/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 12/10/2026 JQ      ALTA. BARRIDO MENSUAL DE CUENTAS          *
      *                    INACTIVAS: MARCA DORMIDA EN CTADORM LA    *
      *                    CUENTA SIN ACTIVIDAD DEL CLIENTE EN       *
      *                    CTA-MESESINA MESES, AVISA POR RVALUSU Y   *
      *                    REPORTA SALDOS Y CARTERA DORMIDOS POR     *
      *                    TRAMO DE ANTIGUEDAD.                      *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RECORRE LAS CUENTAS-VALOR DEL EXTRACTO EODCLI (ORDENADO POR  *
      * CTAVALOR) Y DETERMINA LA ULTIMA ACTIVIDAD INICIADA POR EL    *
      * CLIENTE COMO LA MAYOR DE:                                    *
      *   - OM-FECHA-ORDEN DE SUS ORDENES EN ORDMAST;                *
      *   - SL-FEC-SOLICITUD DE SUS SOLICITUDES DE EFECTIVO (SOLEFE);*
      *   - CV-FECHA-MOV DE SUS MOVIMIENTOS DE CUSTODIA (CATSMOV,    *
      *     EL UNIVERSO DE CCATSVAL), SALVO LOS QUE GENERA LA SAB    *
      *     SIN INSTRUCCION DEL CLIENTE (ACREDITACION Y EXPIRACION   *
      *     DE CSP, CORRECCION DE ERROR, PRESTAMO DE VALORES);       *
      *   - RK-FEC-ULTIMA-EVALUACION DE SU PERFIL DE RIESGO          *
      *     (RISKMAST), QUE EN LA CUENTA NUEVA ES LA APERTURA;       *
      *   - LA REACTIVACION ANTERIOR EN CTADORM, SI LA HUBO.         *
      * LA CUENTA CON CTA-MESESINA MESES O MAS SIN ACTIVIDAD         *
      * (PARMMAST; POR DEFECTO 24) QUEDA DORMIDA EN CTADORM: SE      *
      * AVISA AL CLIENTE A SU CORREO, CON LAS INSTRUCCIONES PARA     *
      * REACTIVARLA, Y A ATENCION AL CLIENTE POR PANTALLA. DESDE     *
      * ENTONCES DORMCHK LE IMPIDE RETIRAR EFECTIVO Y CAMBIAR        *
      * CONTACTO HASTA QUE CDORMMNT LA REACTIVE CON LA IDENTIDAD     *
      * REVERIFICADA; LA ACTIVIDAD POSTERIOR SOLO SE ANOTA Y SE      *
      * SENALA EN EL REPORTE.                                        *
      * EL REPORTE (DD CTADRPT) LISTA CADA CUENTA DORMIDA CON SU     *
      * EFECTIVO (EFEMAST) Y EL VALOR DE SU CARTERA (CARTMAST) EN    *
      * SOLES Y DOLARES, Y LOS TOTALIZA POR TRAMO DE ANTIGUEDAD DE   *
      * LA INACTIVIDAD, COMO SUSTENTO DEL TRATAMIENTO DE ACTIVOS NO  *
      * RECLAMADOS. OTRAS MONEDAS SE CUENTAN APARTE. UNA TABLA LLENA *
      * SE AVISA CON RETORNO 4. LA CORRIDA SE REGISTRA EN RUNCTL VIA *
      * BCHCTL.                                                      *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-EXT ASSIGN TO EODCLI
               ORGANIZATION IS SEQUENTIAL.
           SELECT MOVIMIENTO-IN ASSIGN TO CATSMOV
               ORGANIZATION IS SEQUENTIAL.
           SELECT ORDEN-MAESTRO ASSIGN TO ORDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-CLAVE
               FILE STATUS IS WS-OM-STATUS.
           SELECT SOLICITUD-EFECTIVO ASSIGN TO SOLEFE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-CLAVE
               FILE STATUS IS WS-SL-STATUS.
           SELECT RIESGO-MAESTRO ASSIGN TO RISKMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RK-CTA-VALOR
               FILE STATUS IS WS-RK-STATUS.
           SELECT CUENTA-DORMIDA ASSIGN TO CTADORM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-CTAVALOR
               FILE STATUS IS WS-DM-STATUS.
           SELECT EFECTIVO-MAESTRO ASSIGN TO EFEMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EF-CLAVE
               FILE STATUS IS WS-EF-STATUS.
           SELECT CARTERA-MAESTRO ASSIGN TO CARTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CLAVE
               FILE STATUS IS WS-CM-STATUS.
           SELECT REPORTE-DORMIDAS ASSIGN TO CTADRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-EXT
           RECORDING MODE IS F.
       COPY EODCLI.
       FD  MOVIMIENTO-IN
           RECORDING MODE IS F.
       COPY CATSMOV.
       FD  ORDEN-MAESTRO
           RECORDING MODE IS F.
       COPY ORDMAST.
       FD  SOLICITUD-EFECTIVO
           RECORDING MODE IS F.
       COPY SOLEFE.
       FD  RIESGO-MAESTRO
           RECORDING MODE IS F.
       COPY RISKMAST.
       FD  CUENTA-DORMIDA
           RECORDING MODE IS F.
       COPY CTADORM.
       FD  EFECTIVO-MAESTRO
           RECORDING MODE IS F.
       COPY EFEMAST.
       FD  CARTERA-MAESTRO
           RECORDING MODE IS F.
       COPY CARTMAST.
       FD  REPORTE-DORMIDAS
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-OM-STATUS                PIC X(02) VALUE '00'.
           88 WS-OM-OK                           VALUE '00'.
           88 WS-OM-FIN                          VALUE '10'.
       01  WS-SL-STATUS                PIC X(02) VALUE '00'.
           88 WS-SL-OK                           VALUE '00'.
           88 WS-SL-FIN                          VALUE '10'.
       01  WS-RK-STATUS                PIC X(02) VALUE '00'.
           88 WS-RK-OK                           VALUE '00'.
           88 WS-RK-NO-ENCONTRADO                VALUE '23'.
       01  WS-DM-STATUS                PIC X(02) VALUE '00'.
           88 WS-DM-OK                           VALUE '00'.
           88 WS-DM-NO-ENCONTRADO                VALUE '23'.
       01  WS-EF-STATUS                PIC X(02) VALUE '00'.
           88 WS-EF-OK                           VALUE '00'.
           88 WS-EF-FIN                          VALUE '10'.
       01  WS-CM-STATUS                PIC X(02) VALUE '00'.
           88 WS-CM-OK                           VALUE '00'.
           88 WS-CM-FIN                          VALUE '10'.
       77  WS-EOF-CLIENTE              PIC X(01) VALUE 'N'.
           88 WS-FIN-CLIENTE                     VALUE 'S'.
       77  WS-EOF-MOVIMIENTO           PIC X(01) VALUE 'N'.
           88 WS-FIN-MOVIMIENTO                  VALUE 'S'.
       77  WS-SW-HALLADO               PIC X(01) VALUE 'N'.
           88 WS-CUENTA-HALLADA                  VALUE 'S'.
       77  WS-IND-SITUACION            PIC X(01) VALUE SPACE.
       77  WS-FECHA-ACTIVIDAD          PIC 9(08).
       77  WS-MESES-INACTIVIDAD        PIC 9(03) VALUE 24.
       77  WS-MESES-SIN-ACTIVIDAD      PIC 9(03) VALUE 0.
       77  WS-MESES-PROCESO            PIC 9(07) COMP VALUE 0.
       77  WS-MESES-ACTIVIDAD          PIC 9(07) COMP VALUE 0.
       77  WS-CTA-BUSCADA              PIC X(20).
       77  WS-IDX                      PIC 9(05) COMP VALUE 0.
       77  WS-IDX-TRAMO                PIC 9(02) COMP VALUE 0.
       77  WS-TOT-DORMIDAS             PIC 9(05) COMP VALUE 0.
       77  WS-TOT-CUENTAS              PIC 9(07) COMP VALUE 0.
       77  WS-TOT-NUEVAS               PIC 9(07) COMP VALUE 0.
       77  WS-TOT-POSTERIOR            PIC 9(07) COMP VALUE 0.
       77  WS-TOT-AVISOS               PIC 9(07) COMP VALUE 0.
       77  WS-TOT-FUERA-TABLA          PIC 9(07) COMP VALUE 0.
       77  WS-TOT-OTRAS-MONEDAS        PIC 9(07) COMP VALUE 0.
       01  WS-FECHA-PROCESO            PIC 9(08).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05 WS-FP-ANIO               PIC 9(04).
           05 WS-FP-MES                PIC 9(02).
           05 WS-FP-DIA                PIC 9(02).
       01  WS-FECHA-ULT-ACTIVIDAD      PIC 9(08).
       01  WS-FECHA-ULT-ACTIVIDAD-R REDEFINES WS-FECHA-ULT-ACTIVIDAD.
           05 WS-FU-ANIO               PIC 9(04).
           05 WS-FU-MES                PIC 9(02).
           05 WS-FU-DIA                PIC 9(02).
       01  WS-FECHA-GUIONES            PIC X(10).
       01  WS-FECHA-ARMADA.
           05 WS-FA-ANIO               PIC X(04).
           05 WS-FA-MES                PIC X(02).
           05 WS-FA-DIA                PIC X(02).
       01  WS-FECHA-ARMADA-N REDEFINES WS-FECHA-ARMADA
                                       PIC 9(08).
      *--------------------------------------------------------------*
      * MOVIMIENTOS DE CUSTODIA QUE LA SAB REGISTRA SIN INSTRUCCION  *
      * DEL CLIENTE: NO CUENTAN COMO ACTIVIDAD.                      *
      *--------------------------------------------------------------*
       01  WS-MOTIVO-MOVIMIENTO        PIC X(20).
           88 WS-MOTIVO-SIN-CLIENTE              VALUE
              'ACREDITACION CSP'
              'EXPIRACION CSP'
              'CORRECCION ERROR'
              'PRESTAMO VALORES'
              'DEVOLUCION PRESTAMO'.
      *--------------------------------------------------------------*
      * CUENTAS DORMIDAS DE LA CORRIDA, EN EL ORDEN DE EODCLI, CON   *
      * SU EFECTIVO Y EL VALOR DE SU CARTERA.                        *
      *--------------------------------------------------------------*
       01  WS-DORMIDA-TABLA.
           05 WS-DOR OCCURS 5000 TIMES.
              10 WS-DOR-CTAVALOR       PIC  X(20).
              10 WS-DOR-ULT-ACTIVIDAD  PIC  9(08).
              10 WS-DOR-MESES          PIC  9(03).
              10 WS-DOR-TRAMO          PIC  9(01).
              10 WS-DOR-SITUACION      PIC  X(01).
              10 WS-DOR-POSICIONES     PIC  9(05) COMP.
              10 WS-DOR-EFE-PEN        PIC S9(15)V9(02) COMP-3.
              10 WS-DOR-EFE-USD        PIC S9(15)V9(02) COMP-3.
              10 WS-DOR-CAR-PEN        PIC S9(15)V9(02) COMP-3.
              10 WS-DOR-CAR-USD        PIC S9(15)V9(02) COMP-3.
      *--------------------------------------------------------------*
      * TRAMOS DE ANTIGUEDAD DE LA INACTIVIDAD: MENOS DE 2 ANIOS,    *
      * 2 A 5, 5 A 10 Y 10 O MAS (O SIN ACTIVIDAD REGISTRADA).       *
      *--------------------------------------------------------------*
       01  WS-TRAMO-VALORES.
           05 FILLER                   PIC X(20) VALUE
              'MENOS DE 2 ANIOS'.
           05 FILLER                   PIC X(20) VALUE
              'DE 2 A 5 ANIOS'.
           05 FILLER                   PIC X(20) VALUE
              'DE 5 A 10 ANIOS'.
           05 FILLER                   PIC X(20) VALUE
              '10 ANIOS O MAS'.
       01  WS-TRAMO-TABLA REDEFINES WS-TRAMO-VALORES.
           05 WS-TRA-TITULO            PIC  X(20) OCCURS 4 TIMES.
       01  WS-TRAMO-TOTALES.
           05 WS-TRAMO-TOT OCCURS 4 TIMES.
              10 WS-TRA-CANTIDAD       PIC  9(07) COMP.
              10 WS-TRA-EFE-PEN        PIC S9(15)V9(02) COMP-3.
              10 WS-TRA-EFE-USD        PIC S9(15)V9(02) COMP-3.
              10 WS-TRA-CAR-PEN        PIC S9(15)V9(02) COMP-3.
              10 WS-TRA-CAR-USD        PIC S9(15)V9(02) COMP-3.
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(40) VALUE
              'CUENTAS INACTIVAS (DORMIDAS)'.
           05 FILLER                   PIC X(08) VALUE 'FECHA : '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(10) VALUE '  MESES : '.
           05 WT-MESES                 PIC ZZ9.
           05 FILLER                   PIC X(63) VALUE SPACES.
       01  WS-LINEA-CABECERA.
           05 FILLER                   PIC X(44) VALUE
              'CUENTA-VALOR         ULT.ACT  MES T S   POS'.
           05 FILLER                   PIC X(38) VALUE
              '       EFECTIVO PEN       EFECTIVO USD'.
           05 FILLER                   PIC X(38) VALUE
              '        CARTERA PEN        CARTERA USD'.
           05 FILLER                   PIC X(12) VALUE SPACES.
       01  WS-LINEA-DETALLE.
           05 WD-CTAVALOR              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-ULT-ACTIVIDAD         PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-MESES                 PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-TRAMO                 PIC 9(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-SITUACION             PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-POSICIONES            PIC ZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-EFE-PEN               PIC Z(14)9.99-.
           05 WD-EFE-USD               PIC Z(14)9.99-.
           05 WD-CAR-PEN               PIC Z(14)9.99-.
           05 WD-CAR-USD               PIC Z(14)9.99-.
           05 FILLER                   PIC X(12) VALUE SPACES.
       01  WS-LINEA-TRAMO.
           05 WL-TITULO                PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WL-CANTIDAD              PIC Z(06)9.
           05 FILLER                   PIC X(16) VALUE SPACES.
           05 WL-EFE-PEN               PIC Z(14)9.99-.
           05 WL-EFE-USD               PIC Z(14)9.99-.
           05 WL-CAR-PEN               PIC Z(14)9.99-.
           05 WL-CAR-USD               PIC Z(14)9.99-.
           05 FILLER                   PIC X(12) VALUE SPACES.
       01  WS-LINEA-TOTAL.
           05 WS-TOTAL-TEXTO           PIC X(40).
           05 WS-TOTAL-CANTIDAD        PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(83) VALUE SPACES.
       COPY PARMCHKP.
       COPY Copy_of_VLMC500E.
       COPY VLMC500S.
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-EVALUAR-CUENTA
              UNTIL WS-FIN-CLIENTE
           PERFORM 4000-VALORIZAR-CARTERA
           PERFORM 5000-EMITIR-REPORTE
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RCTADORM'   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RCTADORM - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'CTA-MESESINA'   TO PMC-COD-PARAMETRO
           MOVE WS-FECHA-PROCESO TO PMC-FECHA
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-MESES-INACTIVIDAD
           END-IF
           COMPUTE WS-MESES-PROCESO = WS-FP-ANIO * 12 + WS-FP-MES
           INITIALIZE WS-TRAMO-TOTALES
           OPEN INPUT CLIENTE-EXT MOVIMIENTO-IN
           OPEN INPUT ORDEN-MAESTRO SOLICITUD-EFECTIVO
           OPEN INPUT RIESGO-MAESTRO EFECTIVO-MAESTRO
           OPEN I-O CUENTA-DORMIDA
           READ MOVIMIENTO-IN
              AT END MOVE 'S' TO WS-EOF-MOVIMIENTO
           END-READ
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-EVALUAR-CUENTA.
           ADD 1 TO WS-TOT-CUENTAS
           MOVE 0     TO WS-FECHA-ULT-ACTIVIDAD
           MOVE SPACE TO WS-IND-SITUACION
           MOVE '00'  TO WS-DM-STATUS
           MOVE EC-CTAVALOR TO DM-CTAVALOR
           READ CUENTA-DORMIDA
              INVALID KEY MOVE '23' TO WS-DM-STATUS
           END-READ
           IF WS-DM-OK AND DM-REACTIVADA
              MOVE DM-FEC-REACTIVACION TO WS-FECHA-ULT-ACTIVIDAD
           END-IF
           PERFORM 2100-ACTIVIDAD-PERFIL
           PERFORM 2200-ACTIVIDAD-ORDENES
           PERFORM 2300-ACTIVIDAD-SOLICITUDES
           PERFORM 2400-ACTIVIDAD-CUSTODIA
           PERFORM 2500-CALCULAR-MESES
           EVALUATE TRUE
              WHEN WS-DM-OK AND DM-DORMIDA
                 PERFORM 2600-ACTUALIZAR-DORMIDA
              WHEN WS-MESES-SIN-ACTIVIDAD NOT < WS-MESES-INACTIVIDAD
                 PERFORM 2700-MARCAR-DORMIDA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           .
       2000-EVALUAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL CLIENTE RESPONDE EL CUESTIONARIO DE PERFIL AL ABRIR LA    *
      * CUENTA Y EN CADA REEVALUACION.                               *
      *--------------------------------------------------------------*
       2100-ACTIVIDAD-PERFIL.
           MOVE '00' TO WS-RK-STATUS
           MOVE EC-CTAVALOR TO RK-CTA-VALOR
           READ RIESGO-MAESTRO
              INVALID KEY MOVE '23' TO WS-RK-STATUS
           END-READ
           IF WS-RK-OK
              AND RK-FEC-ULTIMA-EVALUACION NUMERIC
              MOVE RK-FEC-ULTIMA-EVALUACION TO WS-FECHA-ACTIVIDAD
              PERFORM 7100-REGISTRAR-ACTIVIDAD
           END-IF
           .
       2100-ACTIVIDAD-PERFIL-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2200-ACTIVIDAD-ORDENES.
           MOVE '00'        TO WS-OM-STATUS
           MOVE EC-CTAVALOR TO OM-CTAVALOR
           MOVE 0           TO OM-ORDEN
           START ORDEN-MAESTRO KEY IS NOT LESS THAN OM-CLAVE
              INVALID KEY MOVE '10' TO WS-OM-STATUS
           END-START
           IF WS-OM-OK
              READ ORDEN-MAESTRO NEXT RECORD
                 AT END MOVE '10' TO WS-OM-STATUS
              END-READ
           END-IF
           PERFORM 2210-REVISAR-ORDEN
              UNTIL WS-OM-FIN
                 OR OM-CTAVALOR NOT = EC-CTAVALOR
           .
       2200-ACTIVIDAD-ORDENES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2210-REVISAR-ORDEN.
           IF OM-FECHA-ORDEN NUMERIC
              MOVE OM-FECHA-ORDEN TO WS-FECHA-ACTIVIDAD
              PERFORM 7100-REGISTRAR-ACTIVIDAD
           END-IF
           READ ORDEN-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-OM-STATUS
           END-READ
           .
       2210-REVISAR-ORDEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2300-ACTIVIDAD-SOLICITUDES.
           MOVE '00'        TO WS-SL-STATUS
           MOVE EC-CTAVALOR TO SL-CTAVALOR
           MOVE 0           TO SL-SOLICITUD
           START SOLICITUD-EFECTIVO KEY IS NOT LESS THAN SL-CLAVE
              INVALID KEY MOVE '10' TO WS-SL-STATUS
           END-START
           IF WS-SL-OK
              READ SOLICITUD-EFECTIVO NEXT RECORD
                 AT END MOVE '10' TO WS-SL-STATUS
              END-READ
           END-IF
           PERFORM 2310-REVISAR-SOLICITUD
              UNTIL WS-SL-FIN
                 OR SL-CTAVALOR NOT = EC-CTAVALOR
           .
       2300-ACTIVIDAD-SOLICITUDES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2310-REVISAR-SOLICITUD.
           MOVE SL-FEC-SOLICITUD TO WS-FECHA-GUIONES
           PERFORM 7300-CONVERTIR-FECHA
           PERFORM 7100-REGISTRAR-ACTIVIDAD
           READ SOLICITUD-EFECTIVO NEXT RECORD
              AT END MOVE '10' TO WS-SL-STATUS
           END-READ
           .
       2310-REVISAR-SOLICITUD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CATSMOV VIENE ORDENADO POR CTAVALOR+NEMONICO, IGUAL QUE      *
      * EODCLI POR CTAVALOR: SE AVANZA EN PARALELO.                  *
      *--------------------------------------------------------------*
       2400-ACTIVIDAD-CUSTODIA.
           PERFORM 2410-REVISAR-MOVIMIENTO
              UNTIL WS-FIN-MOVIMIENTO
                 OR CV-CTAVALOR > EC-CTAVALOR
           .
       2400-ACTIVIDAD-CUSTODIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2410-REVISAR-MOVIMIENTO.
           MOVE CV-MOTIVO TO WS-MOTIVO-MOVIMIENTO
           IF CV-CTAVALOR = EC-CTAVALOR
              AND NOT WS-MOTIVO-SIN-CLIENTE
              MOVE CV-FECHA-MOV TO WS-FECHA-GUIONES
              PERFORM 7300-CONVERTIR-FECHA
              PERFORM 7100-REGISTRAR-ACTIVIDAD
           END-IF
           READ MOVIMIENTO-IN
              AT END MOVE 'S' TO WS-EOF-MOVIMIENTO
           END-READ
           .
       2410-REVISAR-MOVIMIENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * MESES CUMPLIDOS DESDE LA ULTIMA ACTIVIDAD; SIN NINGUNA       *
      * REGISTRADA LA CUENTA VA AL ULTIMO TRAMO.                     *
      *--------------------------------------------------------------*
       2500-CALCULAR-MESES.
           IF WS-FECHA-ULT-ACTIVIDAD = 0
              MOVE 999 TO WS-MESES-SIN-ACTIVIDAD
           ELSE
              COMPUTE WS-MESES-ACTIVIDAD =
                 WS-FU-ANIO * 12 + WS-FU-MES
              IF WS-MESES-ACTIVIDAD NOT < WS-MESES-PROCESO
                 MOVE 0 TO WS-MESES-SIN-ACTIVIDAD
              ELSE
                 COMPUTE WS-MESES-SIN-ACTIVIDAD =
                    WS-MESES-PROCESO - WS-MESES-ACTIVIDAD
                 IF WS-FP-DIA < WS-FU-DIA
                    SUBTRACT 1 FROM WS-MESES-SIN-ACTIVIDAD
                 END-IF
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WS-MESES-SIN-ACTIVIDAD < 24
                 MOVE 1 TO WS-IDX-TRAMO
              WHEN WS-MESES-SIN-ACTIVIDAD < 60
                 MOVE 2 TO WS-IDX-TRAMO
              WHEN WS-MESES-SIN-ACTIVIDAD < 120
                 MOVE 3 TO WS-IDX-TRAMO
              WHEN OTHER
                 MOVE 4 TO WS-IDX-TRAMO
           END-EVALUATE
           .
       2500-CALCULAR-MESES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA CUENTA YA DORMIDA SIGUE RESTRINGIDA AUNQUE EL CLIENTE     *
      * HAYA VUELTO A OPERAR: SE ANOTA LA ACTIVIDAD Y SE SENALA 'P'  *
      * EN EL REPORTE PARA QUE ATENCION LE PIDA LA REVERIFICACION.   *
      *--------------------------------------------------------------*
       2600-ACTUALIZAR-DORMIDA.
           IF WS-FECHA-ULT-ACTIVIDAD > DM-FEC-DORMANCIA
              MOVE 'P' TO WS-IND-SITUACION
              ADD 1 TO WS-TOT-POSTERIOR
           END-IF
           IF WS-FECHA-ULT-ACTIVIDAD > DM-FEC-ULT-ACTIVIDAD
              MOVE WS-FECHA-ULT-ACTIVIDAD TO DM-FEC-ULT-ACTIVIDAD
              REWRITE DM-REGISTRO-DORMIDA
           END-IF
           PERFORM 3000-AGREGAR-DORMIDA THRU 3000-AGREGAR-DORMIDA-EXIT
           .
       2600-ACTUALIZAR-DORMIDA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA CUENTA REACTIVADA QUE VUELVE A CUMPLIR EL PLAZO SIN       *
      * ACTIVIDAD SE MARCA DE NUEVO SOBRE EL MISMO REGISTRO.         *
      *--------------------------------------------------------------*
       2700-MARCAR-DORMIDA.
           ADD 1 TO WS-TOT-NUEVAS
           MOVE 'N'                    TO WS-IND-SITUACION
           MOVE EC-CTAVALOR            TO DM-CTAVALOR
           MOVE 'D'                    TO DM-ESTADO
           MOVE WS-FECHA-ULT-ACTIVIDAD TO DM-FEC-ULT-ACTIVIDAD
           MOVE WS-FECHA-PROCESO       TO DM-FEC-DORMANCIA
           MOVE WS-FECHA-PROCESO       TO DM-FEC-AVISO
           MOVE 0                      TO DM-FEC-REACTIVACION
           MOVE SPACES                 TO DM-USU-REACTIVA
           MOVE SPACE                  TO DM-TIPO-VERIFICACION
           MOVE SPACES                 TO DM-REF-VERIFICACION
           IF WS-DM-OK
              REWRITE DM-REGISTRO-DORMIDA
           ELSE
              WRITE DM-REGISTRO-DORMIDA
                 INVALID KEY CONTINUE
              END-WRITE
           END-IF
           PERFORM 2800-AVISAR-CLIENTE
           PERFORM 2900-AVISAR-ATENCION
           PERFORM 3000-AGREGAR-DORMIDA THRU 3000-AGREGAR-DORMIDA-EXIT
           .
       2700-MARCAR-DORMIDA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL CORREO DE MAS DE 35 CARACTERES NO SE TRUNCA (MISMO        *
      * CRITERIO QUE CCLICMNT): ESE CLIENTE SOLO QUEDA EN EL AVISO   *
      * A ATENCION AL CLIENTE.                                       *
      *--------------------------------------------------------------*
       2800-AVISAR-CLIENTE.
           IF EC-EMAIL NOT = SPACES
              AND EC-EMAIL(36:45) = SPACES
              MOVE SPACES TO E500-VLMC500E
              MOVE 'CUENTA INACTIVA' TO E500-ASUNTO1
              STRING 'SU CUENTA ' EC-CTAVALOR
                     ' NO REGISTRA ACTIVIDAD Y QUEDO INACTIVA.'
                     DELIMITED BY SIZE INTO E500-DESCRIPCION1
              END-STRING
              MOVE 'PARA REACTIVARLA ACERQUESE CON SU DOCUMENTO A UNA'
                TO E500-DESCRIPCION2
              MOVE 'AGENCIA O SOLICITE UNA VIDEOLLAMADA.'
                TO E500-DESCRIPCION3
              MOVE WS-FECHA-PROCESO TO E500-FECHA1
              MOVE 'E'              TO E500-INDICADOR1
              MOVE EC-EMAIL(1:35)   TO E500-CODIGO1
              MOVE 0 TO E500-IMPORTE1 E500-IMPORTE2
              MOVE 0 TO E500-IMPORTE3 E500-IMPORTE4
              MOVE 0 TO E500-NUMERO1 E500-NUMERO2
              MOVE 0 TO E500-NUMERO3 E500-NUMERO4
              MOVE WS-MESES-SIN-ACTIVIDAD TO E500-NUMERO1
              CALL 'RVALUSU' USING E500-VLMC500E S500-VLMC500S
              IF S500-COD-RETORNO = '00'
                 ADD 1 TO WS-TOT-AVISOS
              END-IF
           END-IF
           .
       2800-AVISAR-CLIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2900-AVISAR-ATENCION.
           MOVE SPACES TO E500-VLMC500E
           MOVE 'CUENTA INACTIVA - REVERIFICAR'
             TO E500-ASUNTO1
           MOVE 'ATENCION'  TO E500-CODIGO1
           MOVE EC-CTAVALOR TO E500-DESCRIPCION1
           MOVE 'P'         TO E500-INDICADOR1
           MOVE 0 TO E500-IMPORTE1 E500-IMPORTE2
           MOVE 0 TO E500-IMPORTE3 E500-IMPORTE4
           MOVE 0 TO E500-NUMERO1 E500-NUMERO2
           MOVE 0 TO E500-NUMERO3 E500-NUMERO4
           MOVE WS-MESES-SIN-ACTIVIDAD TO E500-NUMERO1
           CALL 'RVALUSU' USING E500-VLMC500E S500-VLMC500S
           .
       2900-AVISAR-ATENCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * ALTA DE LA CUENTA EN LA TABLA DEL REPORTE CON SU EFECTIVO    *
      * POR MONEDA (TRAMO DE EFEMAST DE LA CUENTA).                  *
      *--------------------------------------------------------------*
       3000-AGREGAR-DORMIDA.
           IF WS-TOT-DORMIDAS NOT < 5000
              ADD 1 TO WS-TOT-FUERA-TABLA
              DISPLAY 'RCTADORM - TABLA DE DORMIDAS LLENA, CUENTA '
                      EC-CTAVALOR
              MOVE 4 TO RETURN-CODE
              GO TO 3000-AGREGAR-DORMIDA-EXIT
           END-IF
           ADD 1 TO WS-TOT-DORMIDAS
           MOVE WS-TOT-DORMIDAS TO WS-IDX
           MOVE EC-CTAVALOR            TO WS-DOR-CTAVALOR(WS-IDX)
           MOVE WS-FECHA-ULT-ACTIVIDAD TO WS-DOR-ULT-ACTIVIDAD(WS-IDX)
           MOVE WS-MESES-SIN-ACTIVIDAD TO WS-DOR-MESES(WS-IDX)
           MOVE WS-IDX-TRAMO           TO WS-DOR-TRAMO(WS-IDX)
           MOVE WS-IND-SITUACION       TO WS-DOR-SITUACION(WS-IDX)
           MOVE 0 TO WS-DOR-POSICIONES(WS-IDX)
           MOVE 0 TO WS-DOR-EFE-PEN(WS-IDX) WS-DOR-EFE-USD(WS-IDX)
           MOVE 0 TO WS-DOR-CAR-PEN(WS-IDX) WS-DOR-CAR-USD(WS-IDX)
           MOVE '00'        TO WS-EF-STATUS
           MOVE EC-CTAVALOR TO EF-CTAVALOR
           MOVE LOW-VALUES  TO EF-MONEDA
           START EFECTIVO-MAESTRO KEY IS NOT LESS THAN EF-CLAVE
              INVALID KEY MOVE '10' TO WS-EF-STATUS
           END-START
           IF WS-EF-OK
              READ EFECTIVO-MAESTRO NEXT RECORD
                 AT END MOVE '10' TO WS-EF-STATUS
              END-READ
           END-IF
           PERFORM 3100-SUMAR-EFECTIVO
              UNTIL WS-EF-FIN
                 OR EF-CTAVALOR NOT = EC-CTAVALOR
           .
       3000-AGREGAR-DORMIDA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-SUMAR-EFECTIVO.
           EVALUATE EF-MONEDA
              WHEN 'PEN'
                 ADD EF-SALDO-CONTABLE TO WS-DOR-EFE-PEN(WS-IDX)
              WHEN 'USD'
                 ADD EF-SALDO-CONTABLE TO WS-DOR-EFE-USD(WS-IDX)
              WHEN OTHER
                 IF EF-SALDO-CONTABLE NOT = 0
                    ADD 1 TO WS-TOT-OTRAS-MONEDAS
                 END-IF
           END-EVALUATE
           READ EFECTIVO-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-EF-STATUS
           END-READ
           .
       3100-SUMAR-EFECTIVO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CARTMAST ESTA CLAVADO POR NEMONICO: UNA SOLA PASADA          *
      * ACUMULA LA CARTERA DE LAS CUENTAS DE LA TABLA.               *
      *--------------------------------------------------------------*
       4000-VALORIZAR-CARTERA.
           OPEN INPUT CARTERA-MAESTRO
           READ CARTERA-MAESTRO
              AT END MOVE '10' TO WS-CM-STATUS
           END-READ
           PERFORM 4100-SUMAR-POSICION
              UNTIL WS-CM-FIN
           CLOSE CARTERA-MAESTRO
           .
       4000-VALORIZAR-CARTERA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4100-SUMAR-POSICION.
           IF CM-SDOCON > 0
              AND WS-TOT-DORMIDAS > 0
              MOVE CM-CTAVALOR TO WS-CTA-BUSCADA
              PERFORM 7000-BUSCAR-CUENTA
              IF WS-CUENTA-HALLADA
                 ADD 1 TO WS-DOR-POSICIONES(WS-IDX)
                 EVALUATE CM-MONEDA
                    WHEN 'PEN'
                       ADD CM-VALACT TO WS-DOR-CAR-PEN(WS-IDX)
                    WHEN 'USD'
                       ADD CM-VALACT TO WS-DOR-CAR-USD(WS-IDX)
                    WHEN OTHER
                       ADD 1 TO WS-TOT-OTRAS-MONEDAS
                 END-EVALUATE
              END-IF
           END-IF
           READ CARTERA-MAESTRO
              AT END MOVE '10' TO WS-CM-STATUS
           END-READ
           .
       4100-SUMAR-POSICION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5000-EMITIR-REPORTE.
           OPEN OUTPUT REPORTE-DORMIDAS
           MOVE WS-FECHA-PROCESO     TO WT-FECHA
           MOVE WS-MESES-INACTIVIDAD TO WT-MESES
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           WRITE REPORTE-REC FROM WS-LINEA-CABECERA
           PERFORM 5100-ESCRIBIR-DORMIDA
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-DORMIDAS
           MOVE SPACES TO REPORTE-REC
           WRITE REPORTE-REC
           PERFORM 5200-ESCRIBIR-TRAMO
              VARYING WS-IDX-TRAMO FROM 1 BY 1
              UNTIL WS-IDX-TRAMO > 4
           MOVE SPACES TO REPORTE-REC
           WRITE REPORTE-REC
           MOVE 'CUENTAS EVALUADAS              :' TO WS-TOTAL-TEXTO
           MOVE WS-TOT-CUENTAS       TO WS-TOTAL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'CUENTAS DORMIDAS               :' TO WS-TOTAL-TEXTO
           MOVE WS-TOT-DORMIDAS      TO WS-TOTAL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE '  MARCADAS EN ESTA CORRIDA (N) :' TO WS-TOTAL-TEXTO
           MOVE WS-TOT-NUEVAS        TO WS-TOTAL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE '  CON ACTIVIDAD POSTERIOR (P)  :' TO WS-TOTAL-TEXTO
           MOVE WS-TOT-POSTERIOR     TO WS-TOTAL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'SALDOS EN OTRAS MONEDAS        :' TO WS-TOTAL-TEXTO
           MOVE WS-TOT-OTRAS-MONEDAS TO WS-TOTAL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           IF WS-TOT-FUERA-TABLA > 0
              MOVE 'CUENTAS SIN LISTAR (TABLA)     :' TO WS-TOTAL-TEXTO
              MOVE WS-TOT-FUERA-TABLA TO WS-TOTAL-CANTIDAD
              WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           END-IF
           CLOSE REPORTE-DORMIDAS
           .
       5000-EMITIR-REPORTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5100-ESCRIBIR-DORMIDA.
           MOVE WS-DOR-CTAVALOR(WS-IDX)      TO WD-CTAVALOR
           MOVE WS-DOR-ULT-ACTIVIDAD(WS-IDX) TO WD-ULT-ACTIVIDAD
           MOVE WS-DOR-MESES(WS-IDX)         TO WD-MESES
           MOVE WS-DOR-TRAMO(WS-IDX)         TO WD-TRAMO
           MOVE WS-DOR-SITUACION(WS-IDX)     TO WD-SITUACION
           MOVE WS-DOR-POSICIONES(WS-IDX)    TO WD-POSICIONES
           MOVE WS-DOR-EFE-PEN(WS-IDX)       TO WD-EFE-PEN
           MOVE WS-DOR-EFE-USD(WS-IDX)       TO WD-EFE-USD
           MOVE WS-DOR-CAR-PEN(WS-IDX)       TO WD-CAR-PEN
           MOVE WS-DOR-CAR-USD(WS-IDX)       TO WD-CAR-USD
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           MOVE WS-DOR-TRAMO(WS-IDX) TO WS-IDX-TRAMO
           ADD 1 TO WS-TRA-CANTIDAD(WS-IDX-TRAMO)
           ADD WS-DOR-EFE-PEN(WS-IDX) TO WS-TRA-EFE-PEN(WS-IDX-TRAMO)
           ADD WS-DOR-EFE-USD(WS-IDX) TO WS-TRA-EFE-USD(WS-IDX-TRAMO)
           ADD WS-DOR-CAR-PEN(WS-IDX) TO WS-TRA-CAR-PEN(WS-IDX-TRAMO)
           ADD WS-DOR-CAR-USD(WS-IDX) TO WS-TRA-CAR-USD(WS-IDX-TRAMO)
           .
       5100-ESCRIBIR-DORMIDA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5200-ESCRIBIR-TRAMO.
           MOVE WS-TRA-TITULO(WS-IDX-TRAMO)   TO WL-TITULO
           MOVE WS-TRA-CANTIDAD(WS-IDX-TRAMO) TO WL-CANTIDAD
           MOVE WS-TRA-EFE-PEN(WS-IDX-TRAMO)  TO WL-EFE-PEN
           MOVE WS-TRA-EFE-USD(WS-IDX-TRAMO)  TO WL-EFE-USD
           MOVE WS-TRA-CAR-PEN(WS-IDX-TRAMO)  TO WL-CAR-PEN
           MOVE WS-TRA-CAR-USD(WS-IDX-TRAMO)  TO WL-CAR-USD
           WRITE REPORTE-REC FROM WS-LINEA-TRAMO
           .
       5200-ESCRIBIR-TRAMO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7000-BUSCAR-CUENTA.
           MOVE 'N' TO WS-SW-HALLADO
           MOVE 0   TO WS-IDX
           PERFORM 7010-COMPARAR-CUENTA
              UNTIL WS-CUENTA-HALLADA
                 OR WS-IDX NOT < WS-TOT-DORMIDAS
           .
       7000-BUSCAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7010-COMPARAR-CUENTA.
           ADD 1 TO WS-IDX
           IF WS-DOR-CTAVALOR(WS-IDX) = WS-CTA-BUSCADA
              MOVE 'S' TO WS-SW-HALLADO
           END-IF
           .
       7010-COMPARAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7100-REGISTRAR-ACTIVIDAD.
           IF WS-FECHA-ACTIVIDAD > WS-FECHA-ULT-ACTIVIDAD
              AND WS-FECHA-ACTIVIDAD NOT > WS-FECHA-PROCESO
              MOVE WS-FECHA-ACTIVIDAD TO WS-FECHA-ULT-ACTIVIDAD
           END-IF
           .
       7100-REGISTRAR-ACTIVIDAD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LAS FECHAS DE SOLEFE Y CATSMOV VIENEN COMO AAAA-MM-DD; SE    *
      * ACEPTA TAMBIEN AAAAMMDD COMO EN RUSUINAC.                    *
      *--------------------------------------------------------------*
       7300-CONVERTIR-FECHA.
           MOVE 0 TO WS-FECHA-ACTIVIDAD
           IF WS-FECHA-GUIONES(1:8) NUMERIC
              MOVE WS-FECHA-GUIONES(1:8) TO WS-FECHA-ARMADA
           ELSE
              MOVE WS-FECHA-GUIONES(1:4) TO WS-FA-ANIO
              MOVE WS-FECHA-GUIONES(6:2) TO WS-FA-MES
              MOVE WS-FECHA-GUIONES(9:2) TO WS-FA-DIA
           END-IF
           IF WS-FECHA-ARMADA NUMERIC
              MOVE WS-FECHA-ARMADA-N TO WS-FECHA-ACTIVIDAD
           END-IF
           .
       7300-CONVERTIR-FECHA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE CLIENTE-EXT MOVIMIENTO-IN
           CLOSE ORDEN-MAESTRO SOLICITUD-EFECTIVO
           CLOSE RIESGO-MAESTRO EFECTIVO-MAESTRO CUENTA-DORMIDA
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RCTADORM'   TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-CUENTAS   TO BC-REGISTROS
           MOVE 0            TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RCTADORM - CUENTAS EVALUADAS   : '
                   WS-TOT-CUENTAS
           DISPLAY 'RCTADORM - CUENTAS DORMIDAS    : '
                   WS-TOT-DORMIDAS
           DISPLAY 'RCTADORM - MARCADAS HOY        : '
                   WS-TOT-NUEVAS
           DISPLAY 'RCTADORM - AVISOS AL CLIENTE   : '
                   WS-TOT-AVISOS
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RRETFCOB.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 15/10/2026 JQ      ALTA. CONCILIACION DEL PAGO DE            *
      *                    RETROCESIONES DE LAS ADMINISTRADORAS DE   *
      *                    FONDOS CONTRA EL DEVENGO (RETFDEV) Y      *
      *                    RESUMEN DEL COBRO EN RETFRES PARA EL      *
      *                    RGLJRNL.                                  *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * CADA AVISO DE PAGO DE RETFPAG SE CONCILIA CONTRA EL DEVENGO  *
      * DEL PERIODO QUE INDICA:                                      *
      *  - CON FONDO: CONTRA EL DEVENGO DE ESE FONDO, QUE DEBE SER   *
      *    DE LA MISMA ADMINISTRADORA.                               *
      *  - SIN FONDO: CONTRA LA SUMA DEL DEVENGO DE TODOS LOS FONDOS *
      *    DE LA ADMINISTRADORA (RETFMAST) EN LA MONEDA DEL PAGO.    *
      * SOLO SE CONCILIA DEVENGO PENDIENTE DE COBRO (DEVENGANDO O    *
      * FACTURADO). LA DIFERENCIA (PAGADO - DEVENGADO) DENTRO DE LA  *
      * TOLERANCIA DEL PARAMETRO RETF-TOLER (DEFECTO 0.05) DEJA EL   *
      * DEVENGO COBRADO; FUERA DE ELLA, COBRADO CON DIFERENCIA. EN   *
      * EL PAGO GLOBAL LA DIFERENCIA SE ASIGNA AL PRIMER FONDO. CADA *
      * PAGO CONCILIADO DEJA UNA LINEA DE COBRO EN RETFRES (PAGADO Y *
      * DEVENGADO) PARA EL ASIENTO DEL RGLJRNL; EL PAGO SIN DEVENGO  *
      * PENDIENTE NO SE CONTABILIZA Y QUEDA OBSERVADO EN EL REPORTE  *
      * RETFCREP, QUE LISTA TODOS LOS PAGOS DE LA CORRIDA.           *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGO-RETROCESION ASSIGN TO RETFPAG
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONVENIO-RETROCESION ASSIGN TO RETFMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-FONDO
               FILE STATUS IS WS-RF-STATUS.
           SELECT DEVENGO-RETROCESION ASSIGN TO RETFDEV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RD-CLAVE
               FILE STATUS IS WS-RD-STATUS.
           SELECT RESUMEN-RETROCESION ASSIGN TO RETFRES
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-COBRO ASSIGN TO RETFCREP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAGO-RETROCESION
           RECORDING MODE IS F.
       COPY RETFPAG.
       FD  CONVENIO-RETROCESION
           RECORDING MODE IS F.
       COPY RETFMAST.
       FD  DEVENGO-RETROCESION
           RECORDING MODE IS F.
       COPY RETFDEV.
       FD  RESUMEN-RETROCESION
           RECORDING MODE IS F.
       COPY RETFRES.
       FD  REPORTE-COBRO
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-EOF-PAGO                 PIC X(01) VALUE 'N'.
           88 WS-FIN-PAGO                        VALUE 'S'.
       01  WS-RF-STATUS                PIC X(02) VALUE '00'.
           88 WS-RF-OK                           VALUE '00'.
           88 WS-RF-FIN                          VALUE '10'.
       01  WS-RD-STATUS                PIC X(02) VALUE '00'.
           88 WS-RD-OK                           VALUE '00'.
       01  WS-FECHA-PROCESO            PIC 9(08).
       01  WS-TOLERANCIA               PIC S9(03)V9(02) VALUE 0.05.
       01  WS-DEVENGADO                PIC S9(14)V9(02) COMP-3
                                       VALUE 0.
       01  WS-DIFERENCIA               PIC S9(12)V9(02) COMP-3
                                       VALUE 0.
       01  WS-DIF-ABSOLUTA             PIC S9(12)V9(02) COMP-3
                                       VALUE 0.
       01  WS-ESTADO-COBRO             PIC X(01) VALUE SPACE.
       01  WS-RESULTADO                PIC X(12) VALUE SPACES.
       77  WS-TOT-PAGOS                PIC 9(07) COMP VALUE 0.
       77  WS-TOT-COBRADOS             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-DIFERENCIA           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-SIN-DEVENGO          PIC 9(07) COMP VALUE 0.
       77  WS-TOT-FONDOS-COBRO         PIC 9(03) COMP VALUE 0.
       77  WS-IDX-FON                  PIC 9(03) COMP VALUE 0.
       01  WS-TABLA-FONDO-COBRO.
           05 WS-FON-CODIGO OCCURS 200 TIMES
                                       PIC X(10).
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(44) VALUE
              'CONCILIACION DE PAGOS DE RETROCESION DE FOND'.
           05 FILLER                   PIC X(20) VALUE
              'OS MUTUOS  FECHA : '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(60) VALUE SPACES.
       01  WS-LINEA-CABECERA.
           05 FILLER                   PIC X(44) VALUE
              'GESTORA  FONDO      PERIOD MON            PA'.
           05 FILLER                   PIC X(44) VALUE
              'GADO         DEVENGADO        DIFERENCIA RES'.
           05 FILLER                   PIC X(44) VALUE
              'ULTADO    REFERENCIA                        '.
       01  WS-LINEA-DETALLE.
           05 WD-GESTORA               PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-FONDO                 PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-PERIODO               PIC 9(06).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-MONEDA                PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-PAGADO                PIC -(13)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-DEVENGADO             PIC -(13)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-DIFERENCIA            PIC -(13)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-RESULTADO             PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-REFERENCIA            PIC X(20).
           05 FILLER                   PIC X(14) VALUE SPACES.
       COPY BCHCTLP.
       COPY PARMCHKP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESAR-PAGO
              UNTIL WS-FIN-PAGO
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RRETFCOB'   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RRETFCOB - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'RETF-TOLER'     TO PMC-COD-PARAMETRO
           MOVE 0                TO PMC-FECHA
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-TOLERANCIA
           END-IF
           OPEN INPUT  PAGO-RETROCESION CONVENIO-RETROCESION
           OPEN I-O    DEVENGO-RETROCESION
           OPEN EXTEND RESUMEN-RETROCESION
           OPEN OUTPUT REPORTE-COBRO
           MOVE WS-FECHA-PROCESO TO WT-FECHA
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           WRITE REPORTE-REC FROM WS-LINEA-CABECERA
           READ PAGO-RETROCESION
              AT END MOVE 'S' TO WS-EOF-PAGO
           END-READ
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * UN AVISO DE PAGO: ARMA LA LISTA DE FONDOS CON DEVENGO        *
      * PENDIENTE QUE CUBRE, CONCILIA EL IMPORTE Y, SI HUBO DEVENGO, *
      * MARCA EL COBRO Y DEJA LA LINEA PARA LA CONTABILIDAD.         *
      *--------------------------------------------------------------*
       2000-PROCESAR-PAGO.
           ADD 1 TO WS-TOT-PAGOS
           MOVE 0 TO WS-TOT-FONDOS-COBRO
           MOVE 0 TO WS-DEVENGADO
           IF RP-FONDO = SPACES
              PERFORM 2200-BUSCAR-FONDOS-GESTORA
           ELSE
              MOVE RP-FONDO TO RF-FONDO
              PERFORM 2100-EVALUAR-FONDO
           END-IF
           IF WS-TOT-FONDOS-COBRO = 0
              MOVE 0             TO WS-DIFERENCIA
              MOVE 'SIN DEVENGO' TO WS-RESULTADO
              ADD 1 TO WS-TOT-SIN-DEVENGO
           ELSE
              COMPUTE WS-DIFERENCIA = RP-IMPORTE - WS-DEVENGADO
              MOVE WS-DIFERENCIA TO WS-DIF-ABSOLUTA
              IF WS-DIF-ABSOLUTA < 0
                 COMPUTE WS-DIF-ABSOLUTA = 0 - WS-DIF-ABSOLUTA
              END-IF
              IF WS-DIF-ABSOLUTA > WS-TOLERANCIA
                 MOVE 'D'          TO WS-ESTADO-COBRO
                 MOVE 'DIFERENCIA' TO WS-RESULTADO
                 ADD 1 TO WS-TOT-DIFERENCIA
              ELSE
                 MOVE 'C'          TO WS-ESTADO-COBRO
                 MOVE 'COBRADO'    TO WS-RESULTADO
                 ADD 1 TO WS-TOT-COBRADOS
              END-IF
              PERFORM 2300-MARCAR-COBRO
                 VARYING WS-IDX-FON FROM 1 BY 1
                 UNTIL WS-IDX-FON > WS-TOT-FONDOS-COBRO
              PERFORM 2400-GRABAR-RESUMEN
           END-IF
           PERFORM 2500-IMPRIMIR-PAGO
           READ PAGO-RETROCESION
              AT END MOVE 'S' TO WS-EOF-PAGO
           END-READ
           .
       2000-PROCESAR-PAGO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL FONDO EN RF-FONDO ENTRA AL COBRO SI TIENE DEVENGO DEL     *
      * PERIODO PENDIENTE, DE LA ADMINISTRADORA Y MONEDA DEL PAGO.   *
      *--------------------------------------------------------------*
       2100-EVALUAR-FONDO.
           MOVE '00'       TO WS-RD-STATUS
           MOVE RF-FONDO   TO RD-FONDO
           MOVE RP-PERIODO TO RD-PERIODO
           READ DEVENGO-RETROCESION
              INVALID KEY MOVE '23' TO WS-RD-STATUS
           END-READ
           IF WS-RD-OK
              AND RD-GESTORA = RP-GESTORA
              AND RD-MONEDA  = RP-MONEDA
              AND (RD-DEVENGANDO OR RD-FACTURADO)
              AND WS-TOT-FONDOS-COBRO < 200
              ADD 1 TO WS-TOT-FONDOS-COBRO
              MOVE RD-FONDO TO WS-FON-CODIGO(WS-TOT-FONDOS-COBRO)
              ADD RD-DEVENGADO TO WS-DEVENGADO
           END-IF
           .
       2100-EVALUAR-FONDO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2200-BUSCAR-FONDOS-GESTORA.
           MOVE '00'       TO WS-RF-STATUS
           MOVE LOW-VALUES TO RF-FONDO
           START CONVENIO-RETROCESION KEY IS NOT LESS THAN RF-FONDO
              INVALID KEY MOVE '10' TO WS-RF-STATUS
           END-START
           IF WS-RF-OK
              READ CONVENIO-RETROCESION NEXT RECORD
                 AT END MOVE '10' TO WS-RF-STATUS
              END-READ
           END-IF
           PERFORM 2210-REVISAR-CONVENIO
              UNTIL WS-RF-FIN
           .
       2200-BUSCAR-FONDOS-GESTORA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2210-REVISAR-CONVENIO.
           IF RF-GESTORA = RP-GESTORA
              PERFORM 2100-EVALUAR-FONDO
           END-IF
           READ CONVENIO-RETROCESION NEXT RECORD
              AT END MOVE '10' TO WS-RF-STATUS
           END-READ
           .
       2210-REVISAR-CONVENIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CADA FONDO QUEDA COBRADO POR SU DEVENGO; EL PRIMERO ABSORBE  *
      * LA DIFERENCIA DEL PAGO.                                      *
      *--------------------------------------------------------------*
       2300-MARCAR-COBRO.
           MOVE WS-FON-CODIGO(WS-IDX-FON) TO RD-FONDO
           MOVE RP-PERIODO                TO RD-PERIODO
           READ DEVENGO-RETROCESION
              INVALID KEY MOVE '23' TO WS-RD-STATUS
           END-READ
           IF WS-RD-OK
              MOVE WS-ESTADO-COBRO  TO RD-ESTADO
              MOVE RP-FECHA-PAGO    TO RD-FEC-COBRO
              IF WS-IDX-FON = 1
                 COMPUTE RD-IMPORTE-COBRADO =
                    RD-DEVENGADO + WS-DIFERENCIA
                 MOVE WS-DIFERENCIA TO RD-DIFERENCIA
              ELSE
                 MOVE RD-DEVENGADO  TO RD-IMPORTE-COBRADO
                 MOVE 0             TO RD-DIFERENCIA
              END-IF
              REWRITE RD-REGISTRO-DEVENGO
           END-IF
           .
       2300-MARCAR-COBRO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2400-GRABAR-RESUMEN.
           MOVE SPACES           TO RFR-REGISTRO-RETROCESION
           MOVE WS-FECHA-PROCESO TO RFR-FECHA
           MOVE 'C'              TO RFR-TIPO
           MOVE RP-GESTORA       TO RFR-GESTORA
           MOVE RP-FONDO         TO RFR-FONDO
           MOVE RP-PERIODO       TO RFR-PERIODO
           MOVE RP-MONEDA        TO RFR-MONEDA
           MOVE RP-IMPORTE       TO RFR-IMPORTE
           MOVE WS-DEVENGADO     TO RFR-DEVENGADO
           WRITE RFR-REGISTRO-RETROCESION
           .
       2400-GRABAR-RESUMEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2500-IMPRIMIR-PAGO.
           MOVE SPACES         TO WS-LINEA-DETALLE
           MOVE RP-GESTORA     TO WD-GESTORA
           MOVE RP-FONDO       TO WD-FONDO
           MOVE RP-PERIODO     TO WD-PERIODO
           MOVE RP-MONEDA      TO WD-MONEDA
           MOVE RP-IMPORTE     TO WD-PAGADO
           MOVE WS-DEVENGADO   TO WD-DEVENGADO
           MOVE WS-DIFERENCIA  TO WD-DIFERENCIA
           MOVE WS-RESULTADO   TO WD-RESULTADO
           MOVE RP-REFERENCIA  TO WD-REFERENCIA
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           .
       2500-IMPRIMIR-PAGO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE PAGO-RETROCESION CONVENIO-RETROCESION
                 DEVENGO-RETROCESION RESUMEN-RETROCESION
                 REPORTE-COBRO
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RRETFCOB'   TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-PAGOS TO BC-REGISTROS
           MOVE 0            TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RRETFCOB - PAGOS LEIDOS           : ' WS-TOT-PAGOS
           DISPLAY 'RRETFCOB - COBRADOS               : '
                   WS-TOT-COBRADOS
           DISPLAY 'RRETFCOB - COBRADOS CON DIFERENCIA: '
                   WS-TOT-DIFERENCIA
           DISPLAY 'RRETFCOB - PAGOS SIN DEVENGO      : '
                   WS-TOT-SIN-DEVENGO
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

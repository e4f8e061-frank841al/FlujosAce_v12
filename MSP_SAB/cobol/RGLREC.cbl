       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RGLREC.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  28/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 28/09/2026 JQ      ALTA. CONCILIACION DIARIA DE LOS          *
      *                    AUXILIARES (EFECTIVO, VALORES Y DEVENGOS  *
      *                    DE CLIENTES Y DE LA CASA) CONTRA LAS      *
      *                    CUENTAS DE CONTROL DEL MAYOR, CON DETALLE *
      *                    DE LOS ASIENTOS DEL DIA Y QUIEBRES EN     *
      *                    BRKREG.                                   *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * FASE 1: ARMA EL SALDO AUXILIAR POR CONTROL Y MONEDA:         *
      *   EFE-CLI / EFE-CASA : SALDO CONTABLE DE EFEMAST, SEPARADO   *
      *                        POR LIBRO (GUARDA LIBCHK, CASACTA).   *
      *   VAL-CLI / VAL-CASA : VALORIZADO DE CARTMAST, MISMO CORTE.  *
      *   INT-EFE            : INTERESES INTACRG AUN NO              *
      *                        CAPITALIZADOS (POR PAGAR).            *
      *   INT-MRG            : INTERES ACUMULADO DE MARGMAST (POR    *
      *                        COBRAR), EN LA MONEDA DE LA CUENTA.   *
      *   COM-PRS            : COMISION ACUMULADA DE PRSTMAST (POR   *
      *                        COBRAR), EN LA MONEDA DE LA CUENTA    *
      *                        PRESTAMISTA.                          *
      * FASE 2: TOMA DEL EXTRACTO GLSALDO EL SALDO DE LA CUENTA DE   *
      * CONTROL DE CADA UNO, LLEVADO A SU NATURALEZA (LAS CUENTAS    *
      * ACREEDORAS CAMBIAN DE SIGNO). FASE 3: COMPARA; LA DIFERENCIA *
      * POR ENCIMA DE LA TOLERANCIA GLREC-TOLER (0.01 POR DEFECTO),  *
      * O EL CONTROL SIN SALDO EN EL MAYOR, SE REPORTA Y SE REGISTRA *
      * EN BRKREG (ORIGEN RGLREC) BAJO CONTROL + MONEDA; EL QUIEBRE  *
      * REDETECTADO ENVEJECE Y EL QUE YA NO SE DETECTA LO CIERRA     *
      * RBRKMGT, QUE CORRE DESPUES. FASE 4: DETALLE DE LO QUE MOVIO  *
      * EL DIA CADA CUENTA CON DIFERENCIA: LOS ASIENTOS GLJRNL DE LA *
      * CUENTA DE CONTROL Y LAS LINEAS DE DEVENGO DEL DIA (INTACRG,  *
      * MRGACRG, PRSACRG). CON DIFERENCIAS TERMINA CON RETORNO 4. LA *
      * CORRIDA SE REGISTRA EN RUNCTL VIA BCHCTL.                    *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EFECTIVO-MAESTRO ASSIGN TO EFEMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EF-CLAVE
               FILE STATUS IS WS-EF-STATUS.
           SELECT CARTERA-MAESTRO ASSIGN TO CARTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CLAVE
               FILE STATUS IS WS-CM-STATUS.
           SELECT LINEA-CREDITO ASSIGN TO MARGMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MG-CTAVALOR
               FILE STATUS IS WS-MG-STATUS.
           SELECT LIBRO-PRESTAMO ASSIGN TO PRSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PRESTAMO
               FILE STATUS IS WS-PR-STATUS.
           SELECT DEVENGO-EFECTIVO ASSIGN TO INTACRG
               ORGANIZATION IS SEQUENTIAL.
           SELECT DEVENGO-CREDITO ASSIGN TO MRGACRG
               ORGANIZATION IS SEQUENTIAL.
           SELECT DEVENGO-PRESTAMO ASSIGN TO PRSACRG
               ORGANIZATION IS SEQUENTIAL.
           SELECT SALDO-MAYOR ASSIGN TO GLSALDO
               ORGANIZATION IS SEQUENTIAL.
           SELECT ASIENTO-MAYOR ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL.
           SELECT REGISTRO-QUIEBRE ASSIGN TO BRKREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-CLAVE
               FILE STATUS IS WS-BR-STATUS.
           SELECT REPORTE-CONCILIACION ASSIGN TO GLRCRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EFECTIVO-MAESTRO
           RECORDING MODE IS F.
       COPY EFEMAST.
       FD  CARTERA-MAESTRO
           RECORDING MODE IS F.
       COPY CARTMAST.
       FD  LINEA-CREDITO
           RECORDING MODE IS F.
       COPY MARGMAST.
       FD  LIBRO-PRESTAMO
           RECORDING MODE IS F.
       COPY PRSTMAST.
       FD  DEVENGO-EFECTIVO
           RECORDING MODE IS F.
       COPY INTACRG.
       FD  DEVENGO-CREDITO
           RECORDING MODE IS F.
       COPY MRGACRG.
       FD  DEVENGO-PRESTAMO
           RECORDING MODE IS F.
       COPY PRSACRG.
       FD  SALDO-MAYOR
           RECORDING MODE IS F.
       COPY GLSALDO.
       FD  ASIENTO-MAYOR
           RECORDING MODE IS F.
       COPY GLJRNL.
       FD  REGISTRO-QUIEBRE
           RECORDING MODE IS F.
       COPY BRKREG.
       FD  REPORTE-CONCILIACION
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-EOF-EFECTIVO             PIC X(01) VALUE 'N'.
           88 WS-FIN-EFECTIVO                    VALUE 'S'.
       77  WS-EOF-CREDITO              PIC X(01) VALUE 'N'.
           88 WS-FIN-CREDITO                     VALUE 'S'.
       77  WS-EOF-PRESTAMO             PIC X(01) VALUE 'N'.
           88 WS-FIN-PRESTAMO                    VALUE 'S'.
       77  WS-EOF-SALDO                PIC X(01) VALUE 'N'.
           88 WS-FIN-SALDO                       VALUE 'S'.
       77  WS-EOF-ASIENTO              PIC X(01) VALUE 'N'.
           88 WS-FIN-ASIENTO                     VALUE 'S'.
       01  WS-EF-STATUS                PIC X(02) VALUE '00'.
           88 WS-EF-OK                           VALUE '00'.
       01  WS-CM-STATUS                PIC X(02) VALUE '00'.
           88 WS-CM-OK                           VALUE '00'.
       01  WS-MG-STATUS                PIC X(02) VALUE '00'.
           88 WS-MG-OK                           VALUE '00'.
       01  WS-PR-STATUS                PIC X(02) VALUE '00'.
           88 WS-PR-OK                           VALUE '00'.
       01  WS-BR-STATUS                PIC X(02) VALUE '00'.
           88 WS-BR-OK                           VALUE '00'.
           88 WS-BR-NO-ENCONTRADO                VALUE '23'.
       01  WS-FECHA-PROCESO            PIC 9(08).
       01  WS-CTA-PROCESO              PIC X(20).
       01  WS-CTA-MONEDA               PIC X(20) VALUE SPACES.
       01  WS-MONEDA-CUENTA            PIC X(03) VALUE SPACES.
       01  WS-CTA-LIBRO                PIC X(20) VALUE SPACES.
       01  WS-IND-LIBRO                PIC X(01) VALUE SPACE.
           88 WS-LIBRO-CASA                      VALUE 'C'.
       01  WS-MONEDA-PROCESO           PIC X(03).
       01  WS-IMPORTE-PROCESO          PIC S9(15)V9(06) COMP-3
                                       VALUE 0.
       01  WS-DIFERENCIA               PIC S9(15)V9(02) COMP-3
                                       VALUE 0.
       01  WS-DIFERENCIA-ABS           PIC S9(15)V9(02) COMP-3
                                       VALUE 0.
      *   PARAMETRO GLREC-TOLER (PARMCHK) CON SU VALOR POR DEFECTO.
       01  WS-TOLERANCIA               PIC 9(05)V9(02) VALUE 0.01.
       77  WS-CTL                      PIC 9(02) COMP VALUE 0.
       77  WS-IDX                      PIC 9(03) COMP VALUE 0.
       77  WS-POS                      PIC 9(03) COMP VALUE 0.
       77  WS-TOT-ENTRADAS             PIC 9(03) COMP VALUE 0.
       77  WS-TOT-CUADRADOS            PIC 9(05) COMP VALUE 0.
       77  WS-TOT-DIFERENCIAS          PIC 9(05) COMP VALUE 0.
       77  WS-TOT-NUEVOS               PIC 9(05) COMP VALUE 0.
       77  WS-TOT-DETALLE              PIC 9(07) COMP VALUE 0.
      *--------------------------------------------------------------*
      * CONTROLES CONCILIADOS: CODIGO, CUENTA DE CONTROL DEL MAYOR,  *
      * NATURALEZA (D DEUDORA / A ACREEDORA) Y DESCRIPCION.          *
      *--------------------------------------------------------------*
       01  WS-TABLA-CONTROLES.
           05 FILLER                   PIC X(49) VALUE
           'EFE-CLI 1212CLIEN AEFECTIVO CLIENTES (EFEMAST)   '.
           05 FILLER                   PIC X(49) VALUE
           'EFE-CASA1041CTAPR DEFECTIVO CTA. PROPIA (EFEMAST)'.
           05 FILLER                   PIC X(49) VALUE
           'VAL-CLI 0711VALCL DVALORES CLIENTES (CARTMAST)   '.
           05 FILLER                   PIC X(49) VALUE
           'VAL-CASA1111INVPR DVALORES CTA. PROPIA (CARTMAST)'.
           05 FILLER                   PIC X(49) VALUE
           'INT-EFE 4699INTCL AINT.POR PAGAR EFECT. (INTACRG)'.
           05 FILLER                   PIC X(49) VALUE
           'INT-MRG 1681INTMG DINT.POR COBRAR CRED. (MRGACRG)'.
           05 FILLER                   PIC X(49) VALUE
           'COM-PRS 1682COMPV DCOM.POR COBRAR PREST.(PRSACRG)'.
       01  WS-TABLA-CONTROLES-R REDEFINES WS-TABLA-CONTROLES.
           05 WS-CONTROL OCCURS 7 TIMES.
              10 WS-CTL-CODIGO         PIC X(08).
              10 WS-CTL-CUENTA         PIC X(10).
              10 WS-CTL-NATURALEZA     PIC X(01).
                 88 WS-CTL-ACREEDORA             VALUE 'A'.
              10 WS-CTL-DESCRIPCION    PIC X(30).
       01  WS-TABLA-IND-CONTROL.
           05 WS-CTL-IND-DIFERENCIA    PIC X(01) OCCURS 7 TIMES.
      *--------------------------------------------------------------*
      * SALDO AUXILIAR Y DEL MAYOR POR CONTROL Y MONEDA.             *
      *--------------------------------------------------------------*
       01  WS-TABLA-CONCILIACION.
           05 WS-CONC OCCURS 60 TIMES.
              10 WS-CC-CONTROL         PIC 9(02).
              10 WS-CC-MONEDA          PIC X(03).
              10 WS-CC-AUXILIAR        PIC S9(15)V9(06) COMP-3.
              10 WS-CC-MAYOR           PIC S9(15)V9(02) COMP-3.
              10 WS-CC-IND-MAYOR       PIC X(01).
                 88 WS-CC-CON-MAYOR              VALUE 'S'.
              10 WS-CC-IND-DIFERENCIA  PIC X(01).
                 88 WS-CC-CON-DIFERENCIA         VALUE 'S'.
       01  WS-CLAVE-QUIEBRE.
           05 WQ-CONTROL               PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WQ-MONEDA                PIC X(03).
           05 FILLER                   PIC X(18) VALUE SPACES.
       01  WS-DESCRIPCION-QUIEBRE.
           05 FILLER                   PIC X(18) VALUE
              'AUXILIAR VS MAYOR '.
           05 WQD-CUENTA               PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WQD-MONEDA               PIC X(03).
           05 FILLER                   PIC X(06) VALUE ' DIF. '.
           05 WQD-DIFERENCIA           PIC -(14)9.99.
           05 FILLER                   PIC X(04) VALUE SPACES.
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(44) VALUE
              'CONCILIACION AUXILIARES CONTRA MAYOR  FECHA '.
           05 FILLER                   PIC X(02) VALUE ': '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(78) VALUE SPACES.
       01  WS-LINEA-SECCION.
           05 WS-SECCION               PIC X(60).
           05 FILLER                   PIC X(72) VALUE SPACES.
       01  WS-LINEA-CABECERA.
           05 FILLER                   PIC X(44) VALUE
              'CONTROL  CTA.MAYOR  MON     SALDO AUXILIAR  '.
           05 FILLER                   PIC X(44) VALUE
              '      SALDO MAYOR         DIFERENCIA ESTADO '.
           05 FILLER                   PIC X(44) VALUE
              '    DESCRIPCION'.
       01  WS-LINEA-DETALLE.
           05 WD-CONTROL               PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-CUENTA                PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-MONEDA                PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-AUXILIAR              PIC -(14)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-MAYOR                 PIC -(14)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-DIFERENCIA            PIC -(14)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-ESTADO                PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-DESCRIPCION           PIC X(30).
           05 FILLER                   PIC X(10) VALUE SPACES.
       01  WS-CABECERA-ASIENTO.
           05 FILLER                   PIC X(44) VALUE
              'FUENTE   REFERENCIA           CTA.MAYOR D/H '.
           05 FILLER                   PIC X(44) VALUE
              '          IMPORTE GLOSA'.
           05 FILLER                   PIC X(44) VALUE SPACES.
       01  WS-LINEA-ASIENTO.
           05 WK-FUENTE                PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WK-REFERENCIA            PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WK-CUENTA                PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WK-DEBE-HABER            PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WK-IMPORTE               PIC -(14)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WK-GLOSA                 PIC X(40).
           05 FILLER                   PIC X(30) VALUE SPACES.
       01  WS-LINEA-TOTAL.
           05 WL-TITULO                PIC X(40).
           05 FILLER                   PIC X(03) VALUE ' : '.
           05 WL-CANTIDAD              PIC Z(06)9.
           05 FILLER                   PIC X(82) VALUE SPACES.
       COPY LIBCHKP.
       COPY EFECHKP.
       COPY PARMCHKP.
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-ACUMULAR-EFECTIVO
              UNTIL NOT WS-EF-OK
           PERFORM 2100-ACUMULAR-CARTERA
              UNTIL NOT WS-CM-OK
           PERFORM 2200-ACUMULAR-INTERES
              UNTIL WS-FIN-EFECTIVO
           PERFORM 2300-ACUMULAR-CREDITO
              UNTIL NOT WS-MG-OK
           PERFORM 2400-ACUMULAR-PRESTAMO
              UNTIL NOT WS-PR-OK
           PERFORM 3000-TOMAR-SALDO-MAYOR
              UNTIL WS-FIN-SALDO
           PERFORM 4000-COMPARAR
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-ENTRADAS
           PERFORM 5000-DETALLAR-DIA
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RGLREC'     TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RGLREC - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 0 TO PMC-FECHA
           MOVE 'GLREC-TOLER' TO PMC-COD-PARAMETRO
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-TOLERANCIA
           END-IF
           MOVE SPACES TO WS-TABLA-IND-CONTROL
           OPEN INPUT  EFECTIVO-MAESTRO CARTERA-MAESTRO LINEA-CREDITO
                       LIBRO-PRESTAMO DEVENGO-EFECTIVO SALDO-MAYOR
           OPEN I-O    REGISTRO-QUIEBRE
           OPEN OUTPUT REPORTE-CONCILIACION
           MOVE WS-FECHA-PROCESO TO WT-FECHA
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           MOVE LOW-VALUES TO EF-CLAVE
           START EFECTIVO-MAESTRO KEY IS NOT LESS THAN EF-CLAVE
              INVALID KEY MOVE '10' TO WS-EF-STATUS
           END-START
           IF WS-EF-OK
              READ EFECTIVO-MAESTRO NEXT RECORD
                 AT END MOVE '10' TO WS-EF-STATUS
              END-READ
           END-IF
           MOVE LOW-VALUES TO CM-CLAVE
           START CARTERA-MAESTRO KEY IS NOT LESS THAN CM-CLAVE
              INVALID KEY MOVE '10' TO WS-CM-STATUS
           END-START
           IF WS-CM-OK
              READ CARTERA-MAESTRO NEXT RECORD
                 AT END MOVE '10' TO WS-CM-STATUS
              END-READ
           END-IF
           READ DEVENGO-EFECTIVO
              AT END MOVE 'S' TO WS-EOF-EFECTIVO
           END-READ
           MOVE LOW-VALUES TO MG-CTAVALOR
           START LINEA-CREDITO KEY IS NOT LESS THAN MG-CTAVALOR
              INVALID KEY MOVE '10' TO WS-MG-STATUS
           END-START
           IF WS-MG-OK
              READ LINEA-CREDITO NEXT RECORD
                 AT END MOVE '10' TO WS-MG-STATUS
              END-READ
           END-IF
           MOVE 0 TO PR-PRESTAMO
           START LIBRO-PRESTAMO KEY IS NOT LESS THAN PR-PRESTAMO
              INVALID KEY MOVE '10' TO WS-PR-STATUS
           END-START
           IF WS-PR-OK
              READ LIBRO-PRESTAMO NEXT RECORD
                 AT END MOVE '10' TO WS-PR-STATUS
              END-READ
           END-IF
           READ SALDO-MAYOR
              AT END MOVE 'S' TO WS-EOF-SALDO
           END-READ
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-ACUMULAR-EFECTIVO.
           MOVE EF-CTAVALOR TO WS-CTA-PROCESO
           PERFORM 8000-DETERMINAR-LIBRO
           IF WS-LIBRO-CASA
              MOVE 2 TO WS-CTL
           ELSE
              MOVE 1 TO WS-CTL
           END-IF
           MOVE EF-MONEDA         TO WS-MONEDA-PROCESO
           MOVE EF-SALDO-CONTABLE TO WS-IMPORTE-PROCESO
           PERFORM 8200-ACUMULAR-AUXILIAR
           READ EFECTIVO-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-EF-STATUS
           END-READ
           .
       2000-ACUMULAR-EFECTIVO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-ACUMULAR-CARTERA.
           IF CM-VALACT > 0
              MOVE CM-CTAVALOR TO WS-CTA-PROCESO
              PERFORM 8000-DETERMINAR-LIBRO
              IF WS-LIBRO-CASA
                 MOVE 4 TO WS-CTL
              ELSE
                 MOVE 3 TO WS-CTL
              END-IF
              MOVE CM-MONEDA TO WS-MONEDA-PROCESO
              MOVE CM-VALACT TO WS-IMPORTE-PROCESO
              PERFORM 8200-ACUMULAR-AUXILIAR
           END-IF
           READ CARTERA-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-CM-STATUS
           END-READ
           .
       2100-ACUMULAR-CARTERA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LO DEVENGADO QUE RINTCAP AUN NO ABONO SIGUE POR PAGAR.       *
      *--------------------------------------------------------------*
       2200-ACUMULAR-INTERES.
           IF IA-PENDIENTE
              MOVE 5              TO WS-CTL
              MOVE IA-MONEDA      TO WS-MONEDA-PROCESO
              MOVE IA-INTERES-DIA TO WS-IMPORTE-PROCESO
              PERFORM 8200-ACUMULAR-AUXILIAR
           END-IF
           READ DEVENGO-EFECTIVO
              AT END MOVE 'S' TO WS-EOF-EFECTIVO
           END-READ
           .
       2200-ACUMULAR-INTERES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2300-ACUMULAR-CREDITO.
           IF MG-INTERES-ACUMULADO NOT = 0
              MOVE MG-CTAVALOR TO WS-CTA-PROCESO
              PERFORM 8100-MONEDA-CUENTA
              MOVE 6                    TO WS-CTL
              MOVE WS-MONEDA-CUENTA     TO WS-MONEDA-PROCESO
              MOVE MG-INTERES-ACUMULADO TO WS-IMPORTE-PROCESO
              PERFORM 8200-ACUMULAR-AUXILIAR
           END-IF
           READ LINEA-CREDITO NEXT RECORD
              AT END MOVE '10' TO WS-MG-STATUS
           END-READ
           .
       2300-ACUMULAR-CREDITO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2400-ACUMULAR-PRESTAMO.
           IF PR-COMISION-ACUMULADA NOT = 0
              MOVE PR-CTAVALOR-PRESTAMISTA TO WS-CTA-PROCESO
              PERFORM 8100-MONEDA-CUENTA
              MOVE 7                     TO WS-CTL
              MOVE WS-MONEDA-CUENTA      TO WS-MONEDA-PROCESO
              MOVE PR-COMISION-ACUMULADA TO WS-IMPORTE-PROCESO
              PERFORM 8200-ACUMULAR-AUXILIAR
           END-IF
           READ LIBRO-PRESTAMO NEXT RECORD
              AT END MOVE '10' TO WS-PR-STATUS
           END-READ
           .
       2400-ACUMULAR-PRESTAMO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL SALDO DEL MAYOR SE LLEVA A LA NATURALEZA DEL CONTROL.     *
      *--------------------------------------------------------------*
       3000-TOMAR-SALDO-MAYOR.
           MOVE 0 TO WS-CTL
           PERFORM 3010-COMPARAR-CUENTA
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > 7
                 OR WS-CTL > 0
           IF WS-CTL > 0
              MOVE GS-MONEDA TO WS-MONEDA-PROCESO
              PERFORM 8300-UBICAR-CONCILIACION
              IF WS-POS > 0
                 IF WS-CTL-ACREEDORA(WS-CTL)
                    COMPUTE WS-CC-MAYOR(WS-POS) =
                       WS-CC-MAYOR(WS-POS) - GS-SALDO
                 ELSE
                    ADD GS-SALDO TO WS-CC-MAYOR(WS-POS)
                 END-IF
                 MOVE 'S' TO WS-CC-IND-MAYOR(WS-POS)
              END-IF
           END-IF
           READ SALDO-MAYOR
              AT END MOVE 'S' TO WS-EOF-SALDO
           END-READ
           .
       3000-TOMAR-SALDO-MAYOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3010-COMPARAR-CUENTA.
           IF WS-CTL-CUENTA(WS-IDX) = GS-CUENTA-CONTABLE
              MOVE WS-IDX TO WS-CTL
           END-IF
           .
       3010-COMPARAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-COMPARAR.
           IF WS-IDX = 1
              MOVE 'SALDOS POR CONTROL Y MONEDA' TO WS-SECCION
              WRITE REPORTE-REC FROM WS-LINEA-SECCION
              WRITE REPORTE-REC FROM WS-LINEA-CABECERA
           END-IF
           MOVE WS-CC-CONTROL(WS-IDX) TO WS-CTL
           COMPUTE WS-DIFERENCIA ROUNDED =
              WS-CC-AUXILIAR(WS-IDX) - WS-CC-MAYOR(WS-IDX)
           IF WS-DIFERENCIA < 0
              COMPUTE WS-DIFERENCIA-ABS = 0 - WS-DIFERENCIA
           ELSE
              MOVE WS-DIFERENCIA TO WS-DIFERENCIA-ABS
           END-IF
           MOVE WS-CTL-CODIGO(WS-CTL)      TO WD-CONTROL
           MOVE WS-CTL-CUENTA(WS-CTL)      TO WD-CUENTA
           MOVE WS-CC-MONEDA(WS-IDX)       TO WD-MONEDA
           MOVE WS-CC-AUXILIAR(WS-IDX)     TO WD-AUXILIAR
           MOVE WS-CC-MAYOR(WS-IDX)        TO WD-MAYOR
           MOVE WS-DIFERENCIA              TO WD-DIFERENCIA
           MOVE WS-CTL-DESCRIPCION(WS-CTL) TO WD-DESCRIPCION
           EVALUATE TRUE
              WHEN NOT WS-CC-CON-MAYOR(WS-IDX)
                 MOVE 'SIN MAYOR' TO WD-ESTADO
                 PERFORM 4100-REGISTRAR-DIFERENCIA
              WHEN WS-DIFERENCIA-ABS > WS-TOLERANCIA
                 MOVE 'DIFERENCIA' TO WD-ESTADO
                 PERFORM 4100-REGISTRAR-DIFERENCIA
              WHEN OTHER
                 MOVE 'CUADRA'    TO WD-ESTADO
                 ADD 1 TO WS-TOT-CUADRADOS
           END-EVALUATE
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           .
       4000-COMPARAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL QUIEBRE REDETECTADO ENVEJECE (FECHA ULTIMA) EN LUGAR DE   *
      * DUPLICARSE; EL NUEVO NACE ABIERTO PARA QUE RBRKMGT LO        *
      * REPORTE CON SU ANTIGUEDAD.                                   *
      *--------------------------------------------------------------*
       4100-REGISTRAR-DIFERENCIA.
           ADD 1 TO WS-TOT-DIFERENCIAS
           MOVE 'S' TO WS-CC-IND-DIFERENCIA(WS-IDX)
           MOVE 'S' TO WS-CTL-IND-DIFERENCIA(WS-CTL)
           MOVE 4   TO RETURN-CODE
           MOVE WS-CTL-CODIGO(WS-CTL) TO WQ-CONTROL
           MOVE WS-CC-MONEDA(WS-IDX)  TO WQ-MONEDA WQD-MONEDA
           MOVE WS-CTL-CUENTA(WS-CTL) TO WQD-CUENTA
           MOVE WS-DIFERENCIA         TO WQD-DIFERENCIA
           MOVE '00'             TO WS-BR-STATUS
           MOVE 'RGLREC  '       TO BR-ORIGEN
           MOVE WS-CLAVE-QUIEBRE TO BR-CLAVE-QUIEBRE
           READ REGISTRO-QUIEBRE
              INVALID KEY MOVE '23' TO WS-BR-STATUS
           END-READ
           EVALUATE TRUE
              WHEN WS-BR-NO-ENCONTRADO
                 MOVE 'RGLREC  '       TO BR-ORIGEN
                 MOVE WS-CLAVE-QUIEBRE TO BR-CLAVE-QUIEBRE
                 MOVE WS-FECHA-PROCESO TO BR-FECHA-PRIMERA
                 MOVE WS-FECHA-PROCESO TO BR-FECHA-ULTIMA
                 MOVE SPACES           TO BR-RESPONSABLE
                 MOVE 'A'              TO BR-ESTADO
                 MOVE WS-DESCRIPCION-QUIEBRE TO BR-DESCRIPCION
                 WRITE BR-REGISTRO-QUIEBRE
                 ADD 1 TO WS-TOT-NUEVOS
              WHEN BR-CERRADO
                 MOVE WS-FECHA-PROCESO TO BR-FECHA-PRIMERA
                 MOVE WS-FECHA-PROCESO TO BR-FECHA-ULTIMA
                 MOVE SPACES           TO BR-RESPONSABLE
                 MOVE 'A'              TO BR-ESTADO
                 MOVE WS-DESCRIPCION-QUIEBRE TO BR-DESCRIPCION
                 REWRITE BR-REGISTRO-QUIEBRE
                 ADD 1 TO WS-TOT-NUEVOS
              WHEN OTHER
                 MOVE WS-FECHA-PROCESO TO BR-FECHA-ULTIMA
                 MOVE WS-DESCRIPCION-QUIEBRE TO BR-DESCRIPCION
                 REWRITE BR-REGISTRO-QUIEBRE
           END-EVALUATE
           .
       4100-REGISTRAR-DIFERENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * DETALLE DEL DIA DE LAS CUENTAS CON DIFERENCIA: ASIENTOS DE   *
      * LA NOCHE (GLJRNL NO LLEVA MONEDA, SE LISTAN TODOS LOS DE LA  *
      * CUENTA) Y LINEAS DE DEVENGO DE LA MONEDA CON DIFERENCIA.     *
      *--------------------------------------------------------------*
       5000-DETALLAR-DIA.
           IF WS-TOT-DIFERENCIAS > 0
              MOVE 'MOVIMIENTOS DEL DIA EN CONTROLES CON DIFERENCIA'
                 TO WS-SECCION
              WRITE REPORTE-REC FROM WS-LINEA-SECCION
              WRITE REPORTE-REC FROM WS-CABECERA-ASIENTO
              OPEN INPUT ASIENTO-MAYOR
              READ ASIENTO-MAYOR
                 AT END MOVE 'S' TO WS-EOF-ASIENTO
              END-READ
              PERFORM 5100-DETALLAR-ASIENTO
                 UNTIL WS-FIN-ASIENTO
              CLOSE ASIENTO-MAYOR
              CLOSE DEVENGO-EFECTIVO
              OPEN INPUT DEVENGO-EFECTIVO
              MOVE 'N' TO WS-EOF-EFECTIVO
              READ DEVENGO-EFECTIVO
                 AT END MOVE 'S' TO WS-EOF-EFECTIVO
              END-READ
              PERFORM 5200-DETALLAR-INTERES
                 UNTIL WS-FIN-EFECTIVO
              OPEN INPUT DEVENGO-CREDITO DEVENGO-PRESTAMO
              READ DEVENGO-CREDITO
                 AT END MOVE 'S' TO WS-EOF-CREDITO
              END-READ
              PERFORM 5300-DETALLAR-CREDITO
                 UNTIL WS-FIN-CREDITO
              READ DEVENGO-PRESTAMO
                 AT END MOVE 'S' TO WS-EOF-PRESTAMO
              END-READ
              PERFORM 5400-DETALLAR-PRESTAMO
                 UNTIL WS-FIN-PRESTAMO
              CLOSE DEVENGO-CREDITO DEVENGO-PRESTAMO
           END-IF
           .
       5000-DETALLAR-DIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5100-DETALLAR-ASIENTO.
           IF GJ-FECHA-PROCESO = WS-FECHA-PROCESO
              MOVE 0 TO WS-CTL
              PERFORM 5110-COMPARAR-ASIENTO
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > 7
                    OR WS-CTL > 0
              IF WS-CTL > 0
                 MOVE GJ-FUENTE          TO WK-FUENTE
                 MOVE GJ-REFERENCIA      TO WK-REFERENCIA
                 MOVE GJ-CUENTA-CONTABLE TO WK-CUENTA
                 MOVE GJ-DEBE-HABER      TO WK-DEBE-HABER
                 MOVE GJ-IMPORTE         TO WK-IMPORTE
                 MOVE GJ-GLOSA           TO WK-GLOSA
                 WRITE REPORTE-REC FROM WS-LINEA-ASIENTO
                 ADD 1 TO WS-TOT-DETALLE
              END-IF
           END-IF
           READ ASIENTO-MAYOR
              AT END MOVE 'S' TO WS-EOF-ASIENTO
           END-READ
           .
       5100-DETALLAR-ASIENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5110-COMPARAR-ASIENTO.
           IF WS-CTL-CUENTA(WS-IDX) = GJ-CUENTA-CONTABLE
              AND WS-CTL-IND-DIFERENCIA(WS-IDX) = 'S'
              MOVE WS-IDX TO WS-CTL
           END-IF
           .
       5110-COMPARAR-ASIENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5200-DETALLAR-INTERES.
           IF IA-FECHA-DEVENGO = WS-FECHA-PROCESO
              MOVE 5         TO WS-CTL
              MOVE IA-MONEDA TO WS-MONEDA-PROCESO
              PERFORM 8300-UBICAR-CONCILIACION
              IF WS-POS > 0
                 AND WS-CC-CON-DIFERENCIA(WS-POS)
                 MOVE 'INTACRG'      TO WK-FUENTE
                 MOVE IA-CTAVALOR    TO WK-REFERENCIA
                 MOVE IA-INTERES-DIA TO WS-IMPORTE-PROCESO
                 PERFORM 5900-LISTAR-DEVENGO
              END-IF
           END-IF
           READ DEVENGO-EFECTIVO
              AT END MOVE 'S' TO WS-EOF-EFECTIVO
           END-READ
           .
       5200-DETALLAR-INTERES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5300-DETALLAR-CREDITO.
           IF MA-FECHA-DEVENGO = WS-FECHA-PROCESO
              AND WS-CTL-IND-DIFERENCIA(6) = 'S'
              MOVE MA-CTAVALOR TO WS-CTA-PROCESO
              PERFORM 8100-MONEDA-CUENTA
              MOVE 6                TO WS-CTL
              MOVE WS-MONEDA-CUENTA TO WS-MONEDA-PROCESO
              PERFORM 8300-UBICAR-CONCILIACION
              IF WS-POS > 0
                 AND WS-CC-CON-DIFERENCIA(WS-POS)
                 MOVE 'MRGACRG'      TO WK-FUENTE
                 MOVE MA-CTAVALOR    TO WK-REFERENCIA
                 MOVE MA-INTERES-DIA TO WS-IMPORTE-PROCESO
                 PERFORM 5900-LISTAR-DEVENGO
              END-IF
           END-IF
           READ DEVENGO-CREDITO
              AT END MOVE 'S' TO WS-EOF-CREDITO
           END-READ
           .
       5300-DETALLAR-CREDITO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5400-DETALLAR-PRESTAMO.
           IF PA-FECHA-DEVENGO = WS-FECHA-PROCESO
              AND WS-CTL-IND-DIFERENCIA(7) = 'S'
              MOVE PA-PRESTAMO TO PR-PRESTAMO
              MOVE '00' TO WS-PR-STATUS
              READ LIBRO-PRESTAMO
                 INVALID KEY MOVE '23' TO WS-PR-STATUS
              END-READ
              IF WS-PR-OK
                 MOVE PR-CTAVALOR-PRESTAMISTA TO WS-CTA-PROCESO
                 PERFORM 8100-MONEDA-CUENTA
                 MOVE 7                TO WS-CTL
                 MOVE WS-MONEDA-CUENTA TO WS-MONEDA-PROCESO
                 PERFORM 8300-UBICAR-CONCILIACION
              ELSE
                 MOVE 0 TO WS-POS
              END-IF
              IF WS-POS > 0
                 AND WS-CC-CON-DIFERENCIA(WS-POS)
                 MOVE 'PRSACRG'       TO WK-FUENTE
                 MOVE SPACES          TO WK-REFERENCIA
                 MOVE PA-PRESTAMO     TO WK-REFERENCIA(1:9)
                 MOVE PA-COMISION-DIA TO WS-IMPORTE-PROCESO
                 PERFORM 5900-LISTAR-DEVENGO
              END-IF
           END-IF
           READ DEVENGO-PRESTAMO
              AT END MOVE 'S' TO WS-EOF-PRESTAMO
           END-READ
           .
       5400-DETALLAR-PRESTAMO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5900-LISTAR-DEVENGO.
           MOVE WS-CTL-CUENTA(WS-CTL) TO WK-CUENTA
           MOVE SPACE                 TO WK-DEBE-HABER
           MOVE WS-IMPORTE-PROCESO    TO WK-IMPORTE
           MOVE SPACES                TO WK-GLOSA
           STRING 'DEVENGO DEL DIA EN ' DELIMITED BY SIZE
                  WS-MONEDA-PROCESO     DELIMITED BY SIZE
              INTO WK-GLOSA
           END-STRING
           WRITE REPORTE-REC FROM WS-LINEA-ASIENTO
           ADD 1 TO WS-TOT-DETALLE
           .
       5900-LISTAR-DEVENGO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LIBRO (CASA O CLIENTE) DE WS-CTA-PROCESO, RECORDANDO LA      *
      * ULTIMA CUENTA CONSULTADA.                                    *
      *--------------------------------------------------------------*
       8000-DETERMINAR-LIBRO.
           IF WS-CTA-PROCESO NOT = WS-CTA-LIBRO
              MOVE WS-CTA-PROCESO TO WS-CTA-LIBRO
              MOVE WS-CTA-PROCESO TO LIB-CTA-VALOR
              CALL 'LIBCHK' USING LIB-PARAMETROS
              MOVE LIB-IND-LIBRO  TO WS-IND-LIBRO
           END-IF
           .
       8000-DETERMINAR-LIBRO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * MONEDA DE LA CUENTA EFECTIVO DE WS-CTA-PROCESO (PEN SI NO    *
      * TIENE), RECORDANDO LA ULTIMA CUENTA CONSULTADA.              *
      *--------------------------------------------------------------*
       8100-MONEDA-CUENTA.
           IF WS-CTA-PROCESO NOT = WS-CTA-MONEDA
              MOVE WS-CTA-PROCESO TO WS-CTA-MONEDA
              MOVE WS-CTA-PROCESO TO EFC-CTA-VALOR
              MOVE SPACES         TO EFC-MONEDA
              MOVE 0              TO EFC-MTO-REQUERIDO
              CALL 'EFECHK' USING EFC-PARAMETROS
              IF EFC-SIN-CUENTA-EFECTIVO
                 OR EFC-MONEDA-CUENTA = SPACES
                 MOVE 'PEN' TO WS-MONEDA-CUENTA
              ELSE
                 MOVE EFC-MONEDA-CUENTA TO WS-MONEDA-CUENTA
              END-IF
           END-IF
           .
       8100-MONEDA-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8200-ACUMULAR-AUXILIAR.
           PERFORM 8300-UBICAR-CONCILIACION
           IF WS-POS > 0
              ADD WS-IMPORTE-PROCESO TO WS-CC-AUXILIAR(WS-POS)
           END-IF
           .
       8200-ACUMULAR-AUXILIAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * UBICA (O AGREGA) LA ENTRADA DE WS-CTL + WS-MONEDA-PROCESO.   *
      *--------------------------------------------------------------*
       8300-UBICAR-CONCILIACION.
           MOVE 0 TO WS-POS
           PERFORM 8310-COMPARAR-CONCILIACION
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-ENTRADAS
                 OR WS-POS > 0
           IF WS-POS = 0
              IF WS-TOT-ENTRADAS < 60
                 ADD 1 TO WS-TOT-ENTRADAS
                 MOVE WS-TOT-ENTRADAS   TO WS-POS
                 MOVE WS-CTL            TO WS-CC-CONTROL(WS-POS)
                 MOVE WS-MONEDA-PROCESO TO WS-CC-MONEDA(WS-POS)
                 MOVE 0                 TO WS-CC-AUXILIAR(WS-POS)
                 MOVE 0                 TO WS-CC-MAYOR(WS-POS)
                 MOVE 'N'               TO WS-CC-IND-MAYOR(WS-POS)
                 MOVE 'N'               TO WS-CC-IND-DIFERENCIA(WS-POS)
              ELSE
                 DISPLAY 'RGLREC - TABLA DE CONCILIACION LLENA, '
                         WS-CTL-CODIGO(WS-CTL) ' ' WS-MONEDA-PROCESO
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           .
       8300-UBICAR-CONCILIACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8310-COMPARAR-CONCILIACION.
           IF WS-CC-CONTROL(WS-IDX) = WS-CTL
              AND WS-CC-MONEDA(WS-IDX) = WS-MONEDA-PROCESO
              MOVE WS-IDX TO WS-POS
           END-IF
           .
       8310-COMPARAR-CONCILIACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           MOVE 'CONTROLES CUADRADOS'               TO WL-TITULO
           MOVE WS-TOT-CUADRADOS                    TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'CONTROLES CON DIFERENCIA'          TO WL-TITULO
           MOVE WS-TOT-DIFERENCIAS                  TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'QUIEBRES NUEVOS EN BRKREG'         TO WL-TITULO
           MOVE WS-TOT-NUEVOS                       TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'MOVIMIENTOS DEL DIA DETALLADOS'    TO WL-TITULO
           MOVE WS-TOT-DETALLE                      TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           CLOSE EFECTIVO-MAESTRO CARTERA-MAESTRO LINEA-CREDITO
                 LIBRO-PRESTAMO DEVENGO-EFECTIVO SALDO-MAYOR
                 REGISTRO-QUIEBRE REPORTE-CONCILIACION
           MOVE 'F'              TO BC-FUNCION
           MOVE 'RGLREC'         TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-ENTRADAS  TO BC-REGISTROS
           MOVE RETURN-CODE      TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RGLREC - CONTROLES CUADRADOS     : '
                   WS-TOT-CUADRADOS
           DISPLAY 'RGLREC - CONTROLES CON DIFERENCIA: '
                   WS-TOT-DIFERENCIAS
           DISPLAY 'RGLREC - QUIEBRES NUEVOS         : ' WS-TOT-NUEVOS
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

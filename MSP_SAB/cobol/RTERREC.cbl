       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RTERREC.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  28/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 28/09/2026 JQ      ALTA. CONCILIACION MENSUAL DE LOS CARGOS  *
      *                    RECAUDADOS POR CUENTA DE TERCEROS (BVL,   *
      *                    CAVALI, CONTRIBUCION SMV Y FONDO DE       *
      *                    GARANTIA) CONTRA LA FACTURA DE CADA       *
      *                    ENTIDAD, CON DIFERENCIAS POR ORDEN,       *
      *                    QUIEBRES EN BRKREG Y RESUMEN TERRES PARA  *
      *                    RGLJRNL.                                  *
      * 28/09/2026 JQ      ALTA. CADA ORDEN CON DIFERENCIA QUEDA     *
      *                    TAMBIEN EN TERDIF CON SU CUENTA-VALOR,    *
      *                    PARA LA RENTABILIDAD POR CLIENTE          *
      *                    (RRENTCLI).                               *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * EL PERIODO (AAAAMM) VIENE EN LA TARJETA OPCIONAL TERCARD;    *
      * SIN ELLA SE CONCILIA EL MES CALENDARIO ANTERIOR AL DE        *
      * PROCESO. EL CME-CODCOM DE CADA ENTIDAD SE LEE DE PARMMAST    *
      * (TERC-COD-BVL, TERC-COD-CAV, TERC-COD-SMV, TERC-COD-FGA; POR *
      * DEFECTO 02, 03, 04 Y 05). SE ACUMULA POR ENTIDAD, MONEDA Y   *
      * ORDEN LO RECAUDADO EN LAS LINEAS FEEDET DEL PERIODO CON ESOS *
      * CODIGOS Y LO FACTURADO EN LAS LINEAS TERFACT DEL PERIODO.    *
      * CADA ORDEN CON DIFERENCIA SE LISTA EN EL REPORTE TERRPT (Y   *
      * QUEDA EN TERDIF CON SU CUENTA-VALOR PARA RRENTCLI):          *
      * HASTA LA TOLERANCIA TERC-TOLER (0.05 POR DEFECTO) ES         *
      * REDONDEO; POR ENCIMA ES UN QUIEBRE Y SE REGISTRA EN BRKREG   *
      * (ORIGEN RTERREC) CON ENVEJECIMIENTO. LOS QUIEBRES DEL        *
      * PERIODO QUE UNA NUEVA CORRIDA YA NO DETECTA SE CIERRAN AQUI  *
      * MISMO (RBRKMGT NO LOS CIERRA POR SER MENSUALES). CADA        *
      * ENTIDAD Y MONEDA DEJA SU LINEA EN TERRES, QUE EL RGLJRNL DE  *
      * ESA NOCHE ASIENTA CONTRA LA CUENTA POR PAGAR A TERCEROS. LA  *
      * CORRIDA SE REGISTRA EN RUNCTL VIA BCHCTL.                    *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TARJETA-PERIODO ASSIGN TO TERCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT DETALLE-GASTO ASSIGN TO FEEDET
               ORGANIZATION IS SEQUENTIAL.
           SELECT FACTURA-TERCERO ASSIGN TO TERFACT
               ORGANIZATION IS SEQUENTIAL.
           SELECT REGISTRO-QUIEBRE ASSIGN TO BRKREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-CLAVE
               FILE STATUS IS WS-BR-STATUS.
           SELECT RESUMEN-TERCERO ASSIGN TO TERRES
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-TERCERO ASSIGN TO TERRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT DIFERENCIA-TERCERO ASSIGN TO TERDIF
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TARJETA-PERIODO
           RECORDING MODE IS F.
       01  TT-REGISTRO-TARJETA.
           05 TT-PERIODO               PIC 9(06).
           05 FILLER                   PIC X(74).
       FD  DETALLE-GASTO
           RECORDING MODE IS F.
       COPY FEEDET.
       FD  FACTURA-TERCERO
           RECORDING MODE IS F.
       COPY TERFACT.
       FD  REGISTRO-QUIEBRE
           RECORDING MODE IS F.
       COPY BRKREG.
       FD  RESUMEN-TERCERO
           RECORDING MODE IS F.
       COPY TERRES.
       FD  REPORTE-TERCERO
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       FD  DIFERENCIA-TERCERO
           RECORDING MODE IS F.
       COPY TERDIF.
       WORKING-STORAGE SECTION.
       77  WS-EOF-TARJETA              PIC X(01) VALUE 'N'.
           88 WS-FIN-TARJETA                     VALUE 'S'.
       77  WS-EOF-GASTO                PIC X(01) VALUE 'N'.
           88 WS-FIN-GASTO                       VALUE 'S'.
       77  WS-EOF-FACTURA              PIC X(01) VALUE 'N'.
           88 WS-FIN-FACTURA                     VALUE 'S'.
       01  WS-BR-STATUS                PIC X(02) VALUE '00'.
           88 WS-BR-OK                           VALUE '00'.
           88 WS-BR-NO-ENCONTRADO                VALUE '23'.
           88 WS-BR-FIN                          VALUE '10'.
       01  WS-FECHA-PROCESO            PIC 9(08).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05 WS-FP-ANIO               PIC 9(04).
           05 WS-FP-MES                PIC 9(02).
           05 WS-FP-DIA                PIC 9(02).
       01  WS-PERIODO-REPORTE.
           05 WS-PER-ANIO              PIC 9(04).
           05 WS-PER-MES               PIC 9(02).
       01  WS-PERIODO REDEFINES WS-PERIODO-REPORTE
                                       PIC 9(06).
       01  WS-FEC-ALTA                 PIC 9(08).
       01  WS-FEC-ALTA-R REDEFINES WS-FEC-ALTA.
           05 WS-FA-PERIODO            PIC 9(06).
           05 WS-FA-DIA                PIC 9(02).
       01  WS-TOLERANCIA               PIC S9(03)V9(02) VALUE 0.05.
       01  WS-DIFERENCIA               PIC S9(12)V9(02) COMP-3
                                       VALUE 0.
       01  WS-DIF-ABSOLUTA             PIC S9(12)V9(02) COMP-3
                                       VALUE 0.
       01  WS-MONEDA-TRABAJO           PIC X(03).
       01  WS-ORDEN-TRABAJO            PIC 9(09).
       01  WS-CTAVALOR-TRABAJO         PIC X(20).
       01  WS-FACTURA-TRABAJO          PIC X(20).
       77  WS-TOT-GASTOS               PIC 9(07) COMP VALUE 0.
       77  WS-TOT-RECAUDOS             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-FACTURAS             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-FACT-PERIODO         PIC 9(07) COMP VALUE 0.
       77  WS-TOT-ORDENES              PIC 9(07) COMP VALUE 0.
       77  WS-TOT-DIFERENCIAS          PIC 9(07) COMP VALUE 0.
       77  WS-TOT-REDONDEOS            PIC 9(07) COMP VALUE 0.
       77  WS-TOT-QUIEBRES             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-NUEVOS               PIC 9(07) COMP VALUE 0.
       77  WS-TOT-CERRADOS             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-DETALLE              PIC 9(05) COMP VALUE 0.
       77  WS-TOT-RESUMEN              PIC 9(03) COMP VALUE 0.
       77  WS-IDX-ENT                  PIC 9(02) COMP VALUE 0.
       77  WS-POS-ENT                  PIC 9(02) COMP VALUE 0.
       77  WS-IDX-DET                  PIC 9(05) COMP VALUE 0.
       77  WS-POS-DET                  PIC 9(05) COMP VALUE 0.
       77  WS-IDX-RES                  PIC 9(03) COMP VALUE 0.
       77  WS-POS-RES                  PIC 9(03) COMP VALUE 0.
      *--------------------------------------------------------------*
      * ENTIDADES CONCILIADAS: CODIGO EN TERFACT, PARAMETRO DE       *
      * PARMMAST CON SU CME-CODCOM Y EL CODIGO POR DEFECTO.          *
      *--------------------------------------------------------------*
       01  WS-ENTIDADES-VALORES.
           05 FILLER                   PIC X(20) VALUE
              'BVL   TERC-COD-BVL02'.
           05 FILLER                   PIC X(20) VALUE
              'CAVALITERC-COD-CAV03'.
           05 FILLER                   PIC X(20) VALUE
              'SMV   TERC-COD-SMV04'.
           05 FILLER                   PIC X(20) VALUE
              'FGAR  TERC-COD-FGA05'.
       01  WS-ENTIDADES REDEFINES WS-ENTIDADES-VALORES.
           05 WS-ENT OCCURS 4 TIMES.
              10 WS-ENT-CODIGO         PIC X(06).
              10 WS-ENT-PARAMETRO      PIC X(12).
              10 WS-ENT-CODCOM         PIC 9(02).
      *--------------------------------------------------------------*
      * RECAUDADO Y FACTURADO DEL PERIODO POR ENTIDAD, MONEDA Y      *
      * ORDEN (ORDEN CERO: CARGO DE FACTURA SIN ORDEN).              *
      *--------------------------------------------------------------*
       01  WS-TABLA-DETALLE.
           05 WS-DET OCCURS 3000 TIMES.
              10 WS-DET-ENTIDAD        PIC 9(02) COMP.
              10 WS-DET-MONEDA         PIC X(03).
              10 WS-DET-ORDEN          PIC 9(09).
              10 WS-DET-CTAVALOR       PIC X(20).
              10 WS-DET-FACTURA        PIC X(20).
              10 WS-DET-RECAUDADO      PIC S9(12)V9(02) COMP-3.
              10 WS-DET-FACTURADO      PIC S9(12)V9(02) COMP-3.
      *--------------------------------------------------------------*
      * TOTALES DEL PERIODO POR ENTIDAD Y MONEDA (RESUMEN TERRES).   *
      *--------------------------------------------------------------*
       01  WS-TABLA-RESUMEN.
           05 WS-RES OCCURS 40 TIMES.
              10 WS-RES-ENTIDAD        PIC 9(02) COMP.
              10 WS-RES-MONEDA         PIC X(03).
              10 WS-RES-ORDENES        PIC 9(07) COMP.
              10 WS-RES-RECAUDADO      PIC S9(14)V9(02) COMP-3.
              10 WS-RES-FACTURADO      PIC S9(14)V9(02) COMP-3.
              10 WS-RES-QUIEBRES       PIC 9(07) COMP.
       01  WS-CLAVE-QUIEBRE.
           05 WQ-TIPO                  PIC X(01) VALUE 'T'.
           05 WQ-PERIODO               PIC 9(06).
           05 WQ-ENTIDAD               PIC X(06).
           05 WQ-MONEDA                PIC X(03).
           05 WQ-ORDEN                 PIC 9(09).
           05 FILLER                   PIC X(05) VALUE SPACES.
       01  WS-DESCRIPCION-QUIEBRE.
           05 FILLER                   PIC X(23) VALUE
              'RECAUDO TERCEROS DIF. '.
           05 WQD-ENTIDAD              PIC X(06).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WQD-MONEDA               PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WQD-DIFERENCIA           PIC -(12)9.99.
           05 FILLER                   PIC X(10) VALUE SPACES.
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(44) VALUE
              'CONCILIACION DE CARGOS RECAUDADOS POR CUENTA'.
           05 FILLER                   PIC X(24) VALUE
              ' DE TERCEROS  PERIODO : '.
           05 WT-PERIODO               PIC 9(06).
           05 FILLER                   PIC X(09) VALUE ' FECHA : '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(41) VALUE SPACES.
       01  WS-LINEA-CABECERA.
           05 FILLER                   PIC X(44) VALUE
              'ENTID. MON ORDEN     CUENTA-VALOR           '.
           05 FILLER                   PIC X(44) VALUE
              '     RECAUDADO        FACTURADO       DIFERE'.
           05 FILLER                   PIC X(44) VALUE
              'NCIA ESTADO   FACTURA                       '.
       01  WS-LINEA-DETALLE.
           05 WD-ENTIDAD               PIC X(06).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-MONEDA                PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-ORDEN                 PIC 9(09).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-CTAVALOR              PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-RECAUDADO             PIC -(12)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-FACTURADO             PIC -(12)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-DIFERENCIA            PIC -(12)9.99.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-ESTADO                PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-FACTURA               PIC X(20).
           05 FILLER                   PIC X(10) VALUE SPACES.
       01  WS-LINEA-RESUMEN.
           05 FILLER                   PIC X(08) VALUE 'ENTIDAD '.
           05 WM-ENTIDAD               PIC X(06).
           05 FILLER                   PIC X(05) VALUE ' MON '.
           05 WM-MONEDA                PIC X(03).
           05 FILLER                   PIC X(08) VALUE ' CODCOM '.
           05 WM-CODCOM                PIC 9(02).
           05 FILLER                   PIC X(09) VALUE ' ORDENES '.
           05 WM-ORDENES               PIC Z(06)9.
           05 FILLER                   PIC X(11) VALUE ' RECAUDADO '.
           05 WM-RECAUDADO             PIC -(13)9.99.
           05 FILLER                   PIC X(11) VALUE ' FACTURADO '.
           05 WM-FACTURADO             PIC -(13)9.99.
           05 FILLER                   PIC X(10) VALUE ' QUIEBRES '.
           05 WM-QUIEBRES              PIC Z(06)9.
           05 FILLER                   PIC X(11) VALUE SPACES.
       01  WS-LINEA-TOTAL.
           05 WL-TITULO                PIC X(40).
           05 FILLER                   PIC X(03) VALUE ' : '.
           05 WL-CANTIDAD              PIC Z(06)9.
           05 FILLER                   PIC X(82) VALUE SPACES.
       COPY PARMCHKP.
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESAR-GASTO
              UNTIL WS-FIN-GASTO
           PERFORM 3000-PROCESAR-FACTURA
              UNTIL WS-FIN-FACTURA
           PERFORM 4000-CONCILIAR-ORDEN
              VARYING WS-IDX-DET FROM 1 BY 1
              UNTIL WS-IDX-DET > WS-TOT-DETALLE
           PERFORM 5000-CERRAR-NO-DETECTADOS
           PERFORM 6000-GRABAR-RESUMEN
              VARYING WS-IDX-RES FROM 1 BY 1
              UNTIL WS-IDX-RES > WS-TOT-RESUMEN
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RTERREC'    TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RTERREC - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1050-DETERMINAR-PERIODO
           PERFORM 1100-CARGAR-CODIGO
              VARYING WS-IDX-ENT FROM 1 BY 1
              UNTIL WS-IDX-ENT > 4
           MOVE 'TERC-TOLER'     TO PMC-COD-PARAMETRO
           MOVE 0                TO PMC-FECHA
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-TOLERANCIA
           END-IF
           OPEN INPUT  DETALLE-GASTO FACTURA-TERCERO
           OPEN I-O    REGISTRO-QUIEBRE
           OPEN OUTPUT RESUMEN-TERCERO REPORTE-TERCERO
                       DIFERENCIA-TERCERO
           MOVE WS-PERIODO       TO WT-PERIODO WQ-PERIODO
           MOVE WS-FECHA-PROCESO TO WT-FECHA
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           WRITE REPORTE-REC FROM WS-LINEA-CABECERA
           READ DETALLE-GASTO
              AT END MOVE 'S' TO WS-EOF-GASTO
           END-READ
           READ FACTURA-TERCERO
              AT END MOVE 'S' TO WS-EOF-FACTURA
           END-READ
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1050-DETERMINAR-PERIODO.
           IF WS-FP-MES = 1
              COMPUTE WS-PER-ANIO = WS-FP-ANIO - 1
              MOVE 12 TO WS-PER-MES
           ELSE
              MOVE WS-FP-ANIO TO WS-PER-ANIO
              COMPUTE WS-PER-MES = WS-FP-MES - 1
           END-IF
           OPEN INPUT TARJETA-PERIODO
           READ TARJETA-PERIODO
              AT END MOVE 'S' TO WS-EOF-TARJETA
           END-READ
           IF NOT WS-FIN-TARJETA
              AND TT-PERIODO NUMERIC
              AND TT-PERIODO > 0
              MOVE TT-PERIODO TO WS-PERIODO
           END-IF
           CLOSE TARJETA-PERIODO
           .
       1050-DETERMINAR-PERIODO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1100-CARGAR-CODIGO.
           MOVE WS-ENT-PARAMETRO(WS-IDX-ENT) TO PMC-COD-PARAMETRO
           MOVE 0                            TO PMC-FECHA
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-ENT-CODCOM(WS-IDX-ENT)
           END-IF
           .
       1100-CARGAR-CODIGO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-PROCESAR-GASTO.
           ADD 1 TO WS-TOT-GASTOS
           MOVE FT-FECHA-ALTA TO WS-FEC-ALTA
           MOVE 0 TO WS-POS-ENT
           IF WS-FA-PERIODO = WS-PERIODO
              PERFORM 2010-COMPARAR-CODCOM
                 VARYING WS-IDX-ENT FROM 1 BY 1
                 UNTIL WS-IDX-ENT > 4
                    OR WS-POS-ENT > 0
           END-IF
           IF WS-POS-ENT > 0
              PERFORM 2100-ACUMULAR-RECAUDO
           END-IF
           READ DETALLE-GASTO
              AT END MOVE 'S' TO WS-EOF-GASTO
           END-READ
           .
       2000-PROCESAR-GASTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-ACUMULAR-RECAUDO.
           ADD 1 TO WS-TOT-RECAUDOS
           MOVE FT-MONEDA   TO WS-MONEDA-TRABAJO
           IF WS-MONEDA-TRABAJO = SPACES
              MOVE 'PEN' TO WS-MONEDA-TRABAJO
           END-IF
           MOVE FT-ORDEN    TO WS-ORDEN-TRABAJO
           MOVE FT-CTAVALOR TO WS-CTAVALOR-TRABAJO
           MOVE SPACES      TO WS-FACTURA-TRABAJO
           PERFORM 7000-UBICAR-DETALLE
           IF WS-POS-DET > 0
              ADD FT-IMPORTE TO WS-DET-RECAUDADO(WS-POS-DET)
           END-IF
           .
       2100-ACUMULAR-RECAUDO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2010-COMPARAR-CODCOM.
           IF WS-ENT-CODCOM(WS-IDX-ENT) = FT-CODCOM
              MOVE WS-IDX-ENT TO WS-POS-ENT
           END-IF
           .
       2010-COMPARAR-CODCOM-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-PROCESAR-FACTURA.
           ADD 1 TO WS-TOT-FACTURAS
           IF TFA-PERIODO = WS-PERIODO
              MOVE 0 TO WS-POS-ENT
              PERFORM 3010-COMPARAR-ENTIDAD
                 VARYING WS-IDX-ENT FROM 1 BY 1
                 UNTIL WS-IDX-ENT > 4
                    OR WS-POS-ENT > 0
              IF WS-POS-ENT > 0
                 PERFORM 3100-ACUMULAR-FACTURA
              ELSE
                 DISPLAY 'RTERREC - ENTIDAD ' TFA-ENTIDAD
                         ' NO CONCILIADA, FACTURA ' TFA-NRO-FACTURA
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           READ FACTURA-TERCERO
              AT END MOVE 'S' TO WS-EOF-FACTURA
           END-READ
           .
       3000-PROCESAR-FACTURA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-ACUMULAR-FACTURA.
           ADD 1 TO WS-TOT-FACT-PERIODO
           MOVE TFA-MONEDA      TO WS-MONEDA-TRABAJO
           MOVE TFA-ORDEN       TO WS-ORDEN-TRABAJO
           MOVE SPACES          TO WS-CTAVALOR-TRABAJO
           MOVE TFA-NRO-FACTURA TO WS-FACTURA-TRABAJO
           PERFORM 7000-UBICAR-DETALLE
           IF WS-POS-DET > 0
              ADD TFA-IMPORTE TO WS-DET-FACTURADO(WS-POS-DET)
              IF WS-DET-FACTURA(WS-POS-DET) = SPACES
                 MOVE TFA-NRO-FACTURA TO WS-DET-FACTURA(WS-POS-DET)
              END-IF
           END-IF
           .
       3100-ACUMULAR-FACTURA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3010-COMPARAR-ENTIDAD.
           IF WS-ENT-CODIGO(WS-IDX-ENT) = TFA-ENTIDAD
              MOVE WS-IDX-ENT TO WS-POS-ENT
           END-IF
           .
       3010-COMPARAR-ENTIDAD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-CONCILIAR-ORDEN.
           ADD 1 TO WS-TOT-ORDENES
           MOVE WS-DET-ENTIDAD(WS-IDX-DET) TO WS-POS-ENT
           MOVE WS-DET-MONEDA(WS-IDX-DET)  TO WS-MONEDA-TRABAJO
           PERFORM 4100-UBICAR-RESUMEN
           IF WS-POS-RES > 0
              ADD 1 TO WS-RES-ORDENES(WS-POS-RES)
              ADD WS-DET-RECAUDADO(WS-IDX-DET)
                 TO WS-RES-RECAUDADO(WS-POS-RES)
              ADD WS-DET-FACTURADO(WS-IDX-DET)
                 TO WS-RES-FACTURADO(WS-POS-RES)
           END-IF
           COMPUTE WS-DIFERENCIA = WS-DET-FACTURADO(WS-IDX-DET)
                                 - WS-DET-RECAUDADO(WS-IDX-DET)
           IF WS-DIFERENCIA NOT = 0
              PERFORM 4050-LISTAR-DIFERENCIA
           END-IF
           .
       4000-CONCILIAR-ORDEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4050-LISTAR-DIFERENCIA.
           ADD 1 TO WS-TOT-DIFERENCIAS
           MOVE WS-DIFERENCIA TO WS-DIF-ABSOLUTA
           IF WS-DIF-ABSOLUTA < 0
              COMPUTE WS-DIF-ABSOLUTA = 0 - WS-DIF-ABSOLUTA
           END-IF
           MOVE WS-ENT-CODIGO(WS-POS-ENT)     TO WD-ENTIDAD
           MOVE WS-DET-MONEDA(WS-IDX-DET)     TO WD-MONEDA
           MOVE WS-DET-ORDEN(WS-IDX-DET)      TO WD-ORDEN
           MOVE WS-DET-CTAVALOR(WS-IDX-DET)   TO WD-CTAVALOR
           MOVE WS-DET-RECAUDADO(WS-IDX-DET)  TO WD-RECAUDADO
           MOVE WS-DET-FACTURADO(WS-IDX-DET)  TO WD-FACTURADO
           MOVE WS-DIFERENCIA                 TO WD-DIFERENCIA
           MOVE WS-DET-FACTURA(WS-IDX-DET)    TO WD-FACTURA
           IF WS-DIF-ABSOLUTA > WS-TOLERANCIA
              MOVE 'QUIEBRE'  TO WD-ESTADO
              ADD 1 TO WS-TOT-QUIEBRES
              IF WS-POS-RES > 0
                 ADD 1 TO WS-RES-QUIEBRES(WS-POS-RES)
              END-IF
              PERFORM 4200-REGISTRAR-QUIEBRE
           ELSE
              MOVE 'REDONDEO' TO WD-ESTADO
              ADD 1 TO WS-TOT-REDONDEOS
           END-IF
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           MOVE SPACES                      TO TDF-REGISTRO-DIFERENCIA
           MOVE WS-PERIODO                  TO TDF-PERIODO
           MOVE WS-DET-CTAVALOR(WS-IDX-DET) TO TDF-CTAVALOR
           MOVE WS-ENT-CODIGO(WS-POS-ENT)   TO TDF-ENTIDAD
           MOVE WS-DET-MONEDA(WS-IDX-DET)   TO TDF-MONEDA
           MOVE WS-DET-ORDEN(WS-IDX-DET)    TO TDF-ORDEN
           MOVE WS-DIFERENCIA               TO TDF-DIFERENCIA
           MOVE WD-ESTADO(1:1)              TO TDF-ESTADO
           WRITE TDF-REGISTRO-DIFERENCIA
           .
       4050-LISTAR-DIFERENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4100-UBICAR-RESUMEN.
           MOVE 0 TO WS-POS-RES
           PERFORM 4110-COMPARAR-RESUMEN
              VARYING WS-IDX-RES FROM 1 BY 1
              UNTIL WS-IDX-RES > WS-TOT-RESUMEN
                 OR WS-POS-RES > 0
           IF WS-POS-RES = 0
              IF WS-TOT-RESUMEN < 40
                 ADD 1 TO WS-TOT-RESUMEN
                 MOVE WS-TOT-RESUMEN    TO WS-POS-RES
                 MOVE WS-POS-ENT        TO WS-RES-ENTIDAD(WS-POS-RES)
                 MOVE WS-MONEDA-TRABAJO TO WS-RES-MONEDA(WS-POS-RES)
                 MOVE 0 TO WS-RES-ORDENES(WS-POS-RES)
                 MOVE 0 TO WS-RES-RECAUDADO(WS-POS-RES)
                 MOVE 0 TO WS-RES-FACTURADO(WS-POS-RES)
                 MOVE 0 TO WS-RES-QUIEBRES(WS-POS-RES)
              ELSE
                 DISPLAY 'RTERREC - TABLA DE RESUMEN LLENA, MONEDA '
                         WS-MONEDA-TRABAJO ' NO RESUMIDA'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .
       4100-UBICAR-RESUMEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4110-COMPARAR-RESUMEN.
           IF WS-RES-ENTIDAD(WS-IDX-RES) = WS-POS-ENT
              AND WS-RES-MONEDA(WS-IDX-RES) = WS-MONEDA-TRABAJO
              MOVE WS-IDX-RES TO WS-POS-RES
           END-IF
           .
       4110-COMPARAR-RESUMEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL QUIEBRE REDETECTADO EN UNA NUEVA CORRIDA DEL PERIODO      *
      * ENVEJECE (FECHA ULTIMA) EN LUGAR DE DUPLICARSE; EL NUEVO     *
      * NACE ABIERTO PARA QUE RBRKMGT LO REPORTE CON SU ANTIGUEDAD.  *
      *--------------------------------------------------------------*
       4200-REGISTRAR-QUIEBRE.
           MOVE WS-ENT-CODIGO(WS-POS-ENT)  TO WQ-ENTIDAD WQD-ENTIDAD
           MOVE WS-DET-MONEDA(WS-IDX-DET)  TO WQ-MONEDA WQD-MONEDA
           MOVE WS-DET-ORDEN(WS-IDX-DET)   TO WQ-ORDEN
           MOVE WS-DIFERENCIA              TO WQD-DIFERENCIA
           MOVE '00'             TO WS-BR-STATUS
           MOVE 'RTERREC '       TO BR-ORIGEN
           MOVE WS-CLAVE-QUIEBRE TO BR-CLAVE-QUIEBRE
           READ REGISTRO-QUIEBRE
              INVALID KEY MOVE '23' TO WS-BR-STATUS
           END-READ
           EVALUATE TRUE
              WHEN WS-BR-NO-ENCONTRADO
                 MOVE 'RTERREC '       TO BR-ORIGEN
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
       4200-REGISTRAR-QUIEBRE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LOS QUIEBRES DEL PERIODO QUE ESTA CORRIDA YA NO DETECTA (LA  *
      * FACTURA O EL RECAUDO SE CORRIGIO) SE CIERRAN; LOS DE OTROS   *
      * PERIODOS NO SE TOCAN.                                        *
      *--------------------------------------------------------------*
       5000-CERRAR-NO-DETECTADOS.
           MOVE '00'        TO WS-BR-STATUS
           MOVE 'RTERREC '  TO BR-ORIGEN
           MOVE SPACES      TO BR-CLAVE-QUIEBRE
           MOVE 'T'         TO BR-CLAVE-QUIEBRE(1:1)
           MOVE WS-PERIODO  TO BR-CLAVE-QUIEBRE(2:6)
           START REGISTRO-QUIEBRE KEY IS NOT LESS THAN BR-CLAVE
              INVALID KEY MOVE '10' TO WS-BR-STATUS
           END-START
           IF NOT WS-BR-FIN
              READ REGISTRO-QUIEBRE NEXT RECORD
                 AT END MOVE '10' TO WS-BR-STATUS
              END-READ
           END-IF
           PERFORM 5100-REVISAR-CIERRE
              UNTIL WS-BR-FIN
                 OR BR-ORIGEN NOT = 'RTERREC '
                 OR BR-CLAVE-QUIEBRE(1:1) NOT = 'T'
                 OR BR-CLAVE-QUIEBRE(2:6) NOT = WQ-PERIODO
           .
       5000-CERRAR-NO-DETECTADOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5100-REVISAR-CIERRE.
           IF NOT BR-CERRADO
              AND BR-FECHA-ULTIMA < WS-FECHA-PROCESO
              MOVE 'C' TO BR-ESTADO
              REWRITE BR-REGISTRO-QUIEBRE
              ADD 1 TO WS-TOT-CERRADOS
           END-IF
           READ REGISTRO-QUIEBRE NEXT RECORD
              AT END MOVE '10' TO WS-BR-STATUS
           END-READ
           .
       5100-REVISAR-CIERRE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6000-GRABAR-RESUMEN.
           MOVE WS-RES-ENTIDAD(WS-IDX-RES)   TO WS-POS-ENT
           MOVE WS-PERIODO                   TO TRS-PERIODO
           MOVE WS-ENT-CODIGO(WS-POS-ENT)    TO TRS-ENTIDAD
           MOVE WS-ENT-CODCOM(WS-POS-ENT)    TO TRS-CODCOM
           MOVE WS-RES-MONEDA(WS-IDX-RES)    TO TRS-MONEDA
           MOVE WS-RES-ORDENES(WS-IDX-RES)   TO TRS-NRO-ORDENES
           MOVE WS-RES-RECAUDADO(WS-IDX-RES) TO TRS-TOTAL-RECAUDADO
           MOVE WS-RES-FACTURADO(WS-IDX-RES) TO TRS-TOTAL-FACTURADO
           MOVE WS-RES-QUIEBRES(WS-IDX-RES)  TO TRS-NRO-QUIEBRES
           WRITE TRS-REGISTRO-RESUMEN
           MOVE TRS-ENTIDAD                  TO WM-ENTIDAD
           MOVE TRS-MONEDA                   TO WM-MONEDA
           MOVE TRS-CODCOM                   TO WM-CODCOM
           MOVE TRS-NRO-ORDENES              TO WM-ORDENES
           MOVE TRS-TOTAL-RECAUDADO          TO WM-RECAUDADO
           MOVE TRS-TOTAL-FACTURADO          TO WM-FACTURADO
           MOVE TRS-NRO-QUIEBRES             TO WM-QUIEBRES
           WRITE REPORTE-REC FROM WS-LINEA-RESUMEN
           .
       6000-GRABAR-RESUMEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7000-UBICAR-DETALLE.
           MOVE 0 TO WS-POS-DET
           PERFORM 7010-COMPARAR-DETALLE
              VARYING WS-IDX-DET FROM 1 BY 1
              UNTIL WS-IDX-DET > WS-TOT-DETALLE
                 OR WS-POS-DET > 0
           IF WS-POS-DET = 0
              IF WS-TOT-DETALLE < 3000
                 ADD 1 TO WS-TOT-DETALLE
                 MOVE WS-TOT-DETALLE      TO WS-POS-DET
                 MOVE WS-POS-ENT          TO WS-DET-ENTIDAD(WS-POS-DET)
                 MOVE WS-MONEDA-TRABAJO   TO WS-DET-MONEDA(WS-POS-DET)
                 MOVE WS-ORDEN-TRABAJO    TO WS-DET-ORDEN(WS-POS-DET)
                 MOVE WS-CTAVALOR-TRABAJO TO WS-DET-CTAVALOR(WS-POS-DET)
                 MOVE WS-FACTURA-TRABAJO  TO WS-DET-FACTURA(WS-POS-DET)
                 MOVE 0 TO WS-DET-RECAUDADO(WS-POS-DET)
                 MOVE 0 TO WS-DET-FACTURADO(WS-POS-DET)
              ELSE
                 DISPLAY 'RTERREC - TABLA DE ORDENES LLENA, ORDEN '
                         WS-ORDEN-TRABAJO ' NO CONCILIADA'
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              IF WS-DET-CTAVALOR(WS-POS-DET) = SPACES
                 MOVE WS-CTAVALOR-TRABAJO TO WS-DET-CTAVALOR(WS-POS-DET)
              END-IF
           END-IF
           .
       7000-UBICAR-DETALLE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7010-COMPARAR-DETALLE.
           IF WS-DET-ENTIDAD(WS-IDX-DET) = WS-POS-ENT
              AND WS-DET-MONEDA(WS-IDX-DET) = WS-MONEDA-TRABAJO
              AND WS-DET-ORDEN(WS-IDX-DET) = WS-ORDEN-TRABAJO
              MOVE WS-IDX-DET TO WS-POS-DET
           END-IF
           .
       7010-COMPARAR-DETALLE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           MOVE 'LINEAS FEEDET LEIDAS'          TO WL-TITULO
           MOVE WS-TOT-GASTOS                   TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'LINEAS DE TERCEROS DEL PERIODO' TO WL-TITULO
           MOVE WS-TOT-RECAUDOS                 TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'LINEAS DE FACTURA DEL PERIODO' TO WL-TITULO
           MOVE WS-TOT-FACT-PERIODO             TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'ORDENES CONCILIADAS'           TO WL-TITULO
           MOVE WS-TOT-ORDENES                  TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'DIFERENCIAS POR REDONDEO'      TO WL-TITULO
           MOVE WS-TOT-REDONDEOS                TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'QUIEBRES (NUEVOS + REDETECTADOS)' TO WL-TITULO
           MOVE WS-TOT-QUIEBRES                 TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'QUIEBRES CERRADOS'             TO WL-TITULO
           MOVE WS-TOT-CERRADOS                 TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           CLOSE DETALLE-GASTO FACTURA-TERCERO REGISTRO-QUIEBRE
                 RESUMEN-TERCERO REPORTE-TERCERO DIFERENCIA-TERCERO
           MOVE 'F'              TO BC-FUNCION
           MOVE 'RTERREC'        TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-ORDENES   TO BC-REGISTROS
           MOVE RETURN-CODE      TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RTERREC - PERIODO            : ' WS-PERIODO
           DISPLAY 'RTERREC - ORDENES CONCILIADAS: ' WS-TOT-ORDENES
           DISPLAY 'RTERREC - CON DIFERENCIA     : ' WS-TOT-DIFERENCIAS
           DISPLAY 'RTERREC - QUIEBRES           : ' WS-TOT-QUIEBRES
           DISPLAY 'RTERREC - QUIEBRES NUEVOS    : ' WS-TOT-NUEVOS
           DISPLAY 'RTERREC - QUIEBRES CERRADOS  : ' WS-TOT-CERRADOS
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

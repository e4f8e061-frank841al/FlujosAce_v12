       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RRATGIMP.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  14/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 14/09/2026 JQ      ALTA. REPORTE DE IMPACTO DE LAS BAJAS DE  *
      *                    CLASIFICACION CARGADAS POR RRATGLOD:      *
      *                    TENEDORES CUYO PERFIL YA NO CALZA, CUENTAS*
      *                    AFP CON PAPEL NO ELEGIBLE Y GARANTIAS A   *
      *                    RECALIFICAR SU HAIRCUT.                   *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * CORRE A CONTINUACION DE RRATGLOD (PREDECESOR EN BCHCTL) PARA *
      * QUE CUMPLIMIENTO ACTUE EL MISMO DIA. POR CADA NEMONICO DE    *
      * RATGCHG:                                                     *
      *  - RECORRE SUS TENEDORES EN CARTMAST (START POR NEMONICO)    *
      *    CON SALDO CONTABLE: LA GUARDA DE IDONEIDAD RISKCHK, YA    *
      *    CON LA CLASE REDERIVADA EN NEMOMAST, DICE SI EL PERFIL    *
      *    DE RISKMAST SIGUE CALZANDO; Y SI LA CUENTA ES AFP         *
      *    (AFPMAST) Y EL PAPEL DEJO DE SER ELEGIBLE, SE LISTA;      *
      *  - RECORRE LAS GARANTIAS VIGENTES (GARSWEEP) DEL NEMONICO    *
      *    Y, SI CAMBIO LA CLASE DE RIESGO, MUESTRA EL HAIRCUT DE LA *
      *    CLASE ANTERIOR Y EL DE LA NUEVA (HCUTMAST).               *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMBIO-IN ASSIGN TO RATGCHG
               ORGANIZATION IS SEQUENTIAL.
           SELECT CARTERA ASSIGN TO CARTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CLAVE
               FILE STATUS IS WS-CM-STATUS.
           SELECT AFP-MAESTRO ASSIGN TO AFPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AF-CTA-VALOR
               FILE STATUS IS WS-AF-STATUS.
           SELECT HAIRCUT-MAESTRO ASSIGN TO HCUTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HM-CLAVE
               FILE STATUS IS WS-HM-STATUS.
           SELECT GARANTIA-IN ASSIGN TO GARSWEEP
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-IMPACTO ASSIGN TO RATGIRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CAMBIO-IN
           RECORDING MODE IS F.
       COPY RATGCHG.
       FD  CARTERA
           RECORDING MODE IS F.
       COPY CARTMAST.
       FD  AFP-MAESTRO
           RECORDING MODE IS F.
       COPY AFPMAST.
       FD  HAIRCUT-MAESTRO
           RECORDING MODE IS F.
       COPY HCUTMAST.
       FD  GARANTIA-IN
           RECORDING MODE IS F.
       COPY GARSWEEP.
       FD  REPORTE-IMPACTO
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       COPY BCHCTLP.
       COPY RISKCHKP.
       01  WS-CM-STATUS                PIC X(02) VALUE '00'.
           88 WS-CM-OK                           VALUE '00'.
           88 WS-CM-FIN                          VALUE '10'.
       01  WS-AF-STATUS                PIC X(02) VALUE '00'.
           88 WS-AF-OK                           VALUE '00'.
       01  WS-HM-STATUS                PIC X(02) VALUE '00'.
           88 WS-HM-OK                           VALUE '00'.
       77  WS-EOF-CAMBIO               PIC X(01) VALUE 'N'.
           88 WS-FIN-CAMBIO                      VALUE 'S'.
       77  WS-EOF-GARANTIA             PIC X(01) VALUE 'N'.
           88 WS-FIN-GARANTIA                    VALUE 'S'.
       77  WS-FECHA-PROCESO            PIC 9(08).
       77  WS-TOT-CAMBIOS              PIC 9(07) COMP VALUE 0.
       77  WS-TOT-PERFIL               PIC 9(07) COMP VALUE 0.
       77  WS-TOT-AFP                  PIC 9(07) COMP VALUE 0.
       77  WS-TOT-GARANTIAS            PIC 9(07) COMP VALUE 0.
       01  WS-HAIRCUT-ANTERIOR         PIC 9(03)V9(02) VALUE 0.
       01  WS-HAIRCUT-NUEVO            PIC 9(03)V9(02) VALUE 0.
       01  WS-LINEA-CABECERA.
           05 FILLER                   PIC  X(10) VALUE 'NEMONICO: '.
           05 WC-NEMONICO              PIC  X(10).
           05 FILLER                   PIC  X(08) VALUE '  SUJETO'.
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WC-TIPO-SUJETO           PIC  X(01).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WC-SUJETO                PIC  X(10).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WC-AGENCIA               PIC  X(04).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WC-FECHA                 PIC  9(08).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WC-CALIF-ANTERIOR        PIC  X(06).
           05 FILLER                   PIC  X(04) VALUE ' -> '.
           05 WC-CALIFICACION          PIC  X(06).
           05 FILLER                   PIC  X(07) VALUE '  NIVEL'.
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WC-NIVEL-ANTERIOR        PIC  X(01).
           05 FILLER                   PIC  X(04) VALUE ' -> '.
           05 WC-NIVEL-NUEVO           PIC  X(01).
           05 FILLER                   PIC  X(05) VALUE '  AFP'.
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WC-ELEGIBLE-ANTERIOR     PIC  X(01).
           05 FILLER                   PIC  X(04) VALUE ' -> '.
           05 WC-ELEGIBLE-NUEVO        PIC  X(01).
           05 FILLER                   PIC  X(30) VALUE SPACES.
       01  WS-LINEA-DETALLE.
           05 FILLER                   PIC  X(04) VALUE SPACES.
           05 WD-TIPO                  PIC  X(08).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WD-CTAVALOR              PIC  X(20).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WD-CANTIDAD              PIC  -(11)9.9999.
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WD-OBSERVACION           PIC  X(40).
           05 FILLER                   PIC  X(40) VALUE SPACES.
       01  WS-OBSERVACION-HCT.
           05 FILLER                   PIC  X(13) VALUE
              'HAIRCUT ANT. '.
           05 WO-HAIRCUT-ANTERIOR      PIC  ZZ9.99.
           05 FILLER                   PIC  X(08) VALUE ' NUEVO  '.
           05 WO-HAIRCUT-NUEVO         PIC  ZZ9.99.
           05 FILLER                   PIC  X(07) VALUE SPACES.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESAR-CAMBIO
              UNTIL WS-FIN-CAMBIO
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RRATGIMP'   TO BC-PROGRAMA
           MOVE 'RRATGLOD'   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RRATGIMP - PREDECESOR RRATGLOD SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT  CAMBIO-IN CARTERA AFP-MAESTRO HAIRCUT-MAESTRO
           OPEN OUTPUT REPORTE-IMPACTO
           READ CAMBIO-IN
              AT END MOVE 'S' TO WS-EOF-CAMBIO
           END-READ
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-PROCESAR-CAMBIO.
           ADD 1 TO WS-TOT-CAMBIOS
           MOVE RG-NEMONICO          TO WC-NEMONICO
           MOVE RG-TIPO-SUJETO       TO WC-TIPO-SUJETO
           MOVE RG-SUJETO            TO WC-SUJETO
           MOVE RG-AGENCIA           TO WC-AGENCIA
           MOVE RG-FEC-VIGENCIA      TO WC-FECHA
           MOVE RG-CALIF-ANTERIOR    TO WC-CALIF-ANTERIOR
           MOVE RG-CALIFICACION      TO WC-CALIFICACION
           MOVE RG-NIVEL-ANTERIOR    TO WC-NIVEL-ANTERIOR
           MOVE RG-NIVEL-NUEVO       TO WC-NIVEL-NUEVO
           MOVE RG-ELEGIBLE-ANTERIOR TO WC-ELEGIBLE-ANTERIOR
           MOVE RG-ELEGIBLE-NUEVO    TO WC-ELEGIBLE-NUEVO
           WRITE REPORTE-REC FROM WS-LINEA-CABECERA
           PERFORM 3000-REVISAR-TENEDORES
           PERFORM 4000-REVISAR-GARANTIAS
              THRU 4000-REVISAR-GARANTIAS-EXIT
           READ CAMBIO-IN
              AT END MOVE 'S' TO WS-EOF-CAMBIO
           END-READ
           .
       2000-PROCESAR-CAMBIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-REVISAR-TENEDORES.
           MOVE '00' TO WS-CM-STATUS
           MOVE SPACES      TO CM-CLAVE
           MOVE RG-NEMONICO TO CM-NEMONICO
           START CARTERA KEY IS NOT LESS THAN CM-CLAVE
              INVALID KEY MOVE '10' TO WS-CM-STATUS
           END-START
           IF WS-CM-OK
              READ CARTERA NEXT RECORD
                 AT END MOVE '10' TO WS-CM-STATUS
              END-READ
           END-IF
           PERFORM 3100-REVISAR-TENEDOR
              UNTIL WS-CM-FIN
                 OR CM-NEMONICO NOT = RG-NEMONICO
           .
       3000-REVISAR-TENEDORES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-REVISAR-TENEDOR.
           IF CM-SDOCON > 0
              MOVE CM-CTAVALOR TO RSK-CTA-VALOR
              MOVE CM-NEMONICO TO RSK-NEMONICO
              CALL 'RISKCHK' USING RSK-PARAMETROS
              IF NOT RSK-PERFIL-ADECUADO
                 ADD 1 TO WS-TOT-PERFIL
                 MOVE 'PERFIL'    TO WD-TIPO
                 EVALUATE TRUE
                    WHEN RSK-PERFIL-INADECUADO
                       MOVE 'PERFIL DE RIESGO YA NO CALZA'
                          TO WD-OBSERVACION
                    WHEN RSK-SIN-PERFIL-CLIENTE
                       MOVE 'CUENTA SIN PERFIL DE RIESGO'
                          TO WD-OBSERVACION
                    WHEN RSK-PERFIL-VENCIDO
                       MOVE 'PERFIL DE RIESGO VENCIDO'
                          TO WD-OBSERVACION
                    WHEN OTHER
                       MOVE 'VALOR SIN CLASIFICAR'
                          TO WD-OBSERVACION
                 END-EVALUATE
                 PERFORM 3200-ESCRIBIR-TENEDOR
              END-IF
              IF RG-ELEGIBLE-NUEVO = 'N'
                 MOVE '00' TO WS-AF-STATUS
                 MOVE CM-CTAVALOR TO AF-CTA-VALOR
                 READ AFP-MAESTRO
                    INVALID KEY MOVE '23' TO WS-AF-STATUS
                 END-READ
                 IF WS-AF-OK
                    ADD 1 TO WS-TOT-AFP
                    MOVE 'AFP'       TO WD-TIPO
                    MOVE 'FONDO AFP CON PAPEL NO ELEGIBLE'
                       TO WD-OBSERVACION
                    PERFORM 3200-ESCRIBIR-TENEDOR
                 END-IF
              END-IF
           END-IF
           READ CARTERA NEXT RECORD
              AT END MOVE '10' TO WS-CM-STATUS
           END-READ
           .
       3100-REVISAR-TENEDOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3200-ESCRIBIR-TENEDOR.
           MOVE CM-CTAVALOR TO WD-CTAVALOR
           MOVE CM-SDOCON   TO WD-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           .
       3200-ESCRIBIR-TENEDOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-REVISAR-GARANTIAS.
           IF RG-NIVEL-NUEVO = RG-NIVEL-ANTERIOR
              GO TO 4000-REVISAR-GARANTIAS-EXIT
           END-IF
           MOVE '00' TO WS-HM-STATUS
           MOVE RG-TIPO-RENTA     TO HM-TIPO-RENTA
           MOVE RG-NIVEL-ANTERIOR TO HM-NIVEL-RIESGO
           READ HAIRCUT-MAESTRO
              INVALID KEY MOVE '23' TO WS-HM-STATUS
           END-READ
           MOVE 0 TO WS-HAIRCUT-ANTERIOR
           IF WS-HM-OK
              MOVE HM-PCT-HAIRCUT TO WS-HAIRCUT-ANTERIOR
           END-IF
           MOVE '00' TO WS-HM-STATUS
           MOVE RG-TIPO-RENTA  TO HM-TIPO-RENTA
           MOVE RG-NIVEL-NUEVO TO HM-NIVEL-RIESGO
           READ HAIRCUT-MAESTRO
              INVALID KEY MOVE '23' TO WS-HM-STATUS
           END-READ
           MOVE 0 TO WS-HAIRCUT-NUEVO
           IF WS-HM-OK
              MOVE HM-PCT-HAIRCUT TO WS-HAIRCUT-NUEVO
           END-IF
           MOVE 'N' TO WS-EOF-GARANTIA
           OPEN INPUT GARANTIA-IN
           READ GARANTIA-IN
              AT END MOVE 'S' TO WS-EOF-GARANTIA
           END-READ
           PERFORM 4100-REVISAR-GARANTIA
              UNTIL WS-FIN-GARANTIA
           CLOSE GARANTIA-IN
           .
       4000-REVISAR-GARANTIAS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4100-REVISAR-GARANTIA.
           IF GS-NEMONI-G = RG-NEMONICO
              ADD 1 TO WS-TOT-GARANTIAS
              MOVE 'GARANTIA'          TO WD-TIPO
              MOVE GS-CTAVAL-G         TO WD-CTAVALOR
              MOVE GS-TITULO-G         TO WD-CANTIDAD
              MOVE WS-HAIRCUT-ANTERIOR TO WO-HAIRCUT-ANTERIOR
              MOVE WS-HAIRCUT-NUEVO    TO WO-HAIRCUT-NUEVO
              MOVE WS-OBSERVACION-HCT  TO WD-OBSERVACION
              WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           END-IF
           READ GARANTIA-IN
              AT END MOVE 'S' TO WS-EOF-GARANTIA
           END-READ
           .
       4100-REVISAR-GARANTIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE CAMBIO-IN CARTERA AFP-MAESTRO HAIRCUT-MAESTRO
                 REPORTE-IMPACTO
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RRATGIMP'   TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-CAMBIOS   TO BC-REGISTROS
           MOVE 0            TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RRATGIMP - NEMONICOS AFECTADOS : ' WS-TOT-CAMBIOS
           DISPLAY 'RRATGIMP - TENEDORES FUERA PERF: ' WS-TOT-PERFIL
           DISPLAY 'RRATGIMP - CUENTAS AFP AFECTAD.: ' WS-TOT-AFP
           DISPLAY 'RRATGIMP - GARANTIAS A RECALIF.: '
                   WS-TOT-GARANTIAS
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

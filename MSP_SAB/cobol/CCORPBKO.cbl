      *                    (SPLIT) DESHACE EL REESCALE DE LOS       *
      *                    PRESTAMOS (PRSTMAST) Y PRENDAS           *
      *                    (PRENMAST) ABIERTOS DEL TENEDOR.         *
      * 28/09/2026 JQ      ALTA. LA FECHA DE APLICACION DEL EVENTO   *
      *                    SE VERIFICA CONTRA LOS PERIODOS CONTABLES *
      *                    CERRADOS (PERCHK): EN MES CERRADO EL      *
      *                    TENEDOR NO SE RESTAURA (POLITICA          *
      *                    RECHAZAR) O SE RESTAURA CON LA REVERSA    *
      *                    REDATADA A HOY Y SU AJUSTE POST-CIERRE EN *
      *                    PERAJUS.                                  *
      * 05/10/2026 JQ      ALTA. LA MARCHA ATRAS DE UN SPLIT O       *
      *                    DIVIDENDO EN ACCIONES REVIERTE TAMBIEN SU *
      *                    FACTOR DE AJUSTE DE PRECIOS EN PRCFACT,   *
      *                    QUE LA SERIE AJUSTADA (QUOHAJUS) DEJA DE  *
      *                    APLICAR.                                  *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LEE LA BITACORA DEL EVENTO (CORPJRNL, LA GENERACION QUE DEJO *
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CLAVE
               FILE STATUS IS WS-CM-STATUS.
           SELECT FACTOR-PRECIO ASSIGN TO PRCFACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-CLAVE
               FILE STATUS IS WS-FA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BITACORA-EVENTO
       FD  REGISTRO-PRENDA
           RECORDING MODE IS F.
       COPY PRENMAST.
       FD  FACTOR-PRECIO
           RECORDING MODE IS F.
       COPY PRCFACT.
       WORKING-STORAGE SECTION.
       01  WS-FA-STATUS                PIC X(02) VALUE '00'.
           88 WS-FA-OK                           VALUE '00'.
       77  WS-FECHA-PROCESO            PIC 9(08) VALUE 0.
       77  WS-TOT-FACTORES-REV         PIC 9(05) COMP VALUE 0.
       01  WS-ULT-EVENTO-REVISADO.
           05 WS-ULT-NEMONICO-REV      PIC X(10) VALUE SPACES.
           05 WS-ULT-FECHA-REV         PIC 9(08) VALUE 0.
       77  WS-EOF-BITACORA             PIC X(01) VALUE 'N'.
           88 WS-FIN-BITACORA                    VALUE 'S'.
       01  WS-PR-STATUS                PIC X(02) VALUE '00'.
       77  WS-TOT-SIN-TENENCIA         PIC 9(07) COMP VALUE 0.
       77  WS-TOT-REVERSAS             PIC 9(05) COMP VALUE 0.
       77  WS-TOT-REV-DESCARTADAS     PIC 9(05) COMP VALUE 0.
       77  WS-TOT-PERIODO-CERRADO      PIC 9(07) COMP VALUE 0.
       77  WS-TOT-POST-CIERRE          PIC 9(07) COMP VALUE 0.
       77  WS-IDX                      PIC 9(05) COMP VALUE 0.
       01  WS-IMAGEN-TRABAJO           PIC X(48).
       01  WS-TABLA-REVERSA.
           05 WS-REVERSA-ENTRY OCCURS 2000 TIMES.
              10 WS-RV-IMAGEN          PIC  X(134).
       COPY CARTMIRP.
       COPY PERCHKP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           OPEN INPUT BITACORA-EVENTO
           OPEN I-O   CARTERA
           OPEN I-O   FACTOR-PRECIO
           READ BITACORA-EVENTO
              AT END MOVE 'S' TO WS-EOF-BITACORA
           END-READ
           READ CARTERA
              INVALID KEY MOVE '23' TO WS-CM-STATUS
           END-READ
           PERFORM 2050-VERIFICAR-PERIODO
           EVALUATE TRUE
              WHEN WS-CM-NO-ENCONTRADO
                 ADD 1 TO WS-TOT-SIN-TENENCIA
                 ADD 1 TO WS-TOT-NO-COINCIDEN
                 DISPLAY 'CCORPBKO - MOVIMIENTOS POSTERIORES, NO SE '
                         'RESTAURA: ' CJ-CTAVALOR ' ' CJ-NEMONICO
              WHEN PCK-RECHAZADO
                 ADD 1 TO WS-TOT-PERIODO-CERRADO
                 DISPLAY 'CCORPBKO - PERIODO CONTABLE CERRADO, NO SE '
                         'RESTAURA: ' CJ-CTAVALOR ' ' CJ-NEMONICO
              WHEN OTHER
                 MOVE CJ-ANT-SDOCON TO CM-SDOCON
                 MOVE CJ-ANT-SDODIS TO CM-SDODIS
                                       CM-REGISTRO-CARTERA
                 PERFORM 2300-DESHACER-REESCALE
                 ADD 1 TO WS-TOT-RESTAURADOS
                 PERFORM 2400-REVERTIR-FACTOR
                 IF PCK-REDATADO
                    PERFORM 2060-GRABAR-AJUSTE-CIERRE
                 END-IF
                 PERFORM 2100-ANOTAR-REVERSA
           END-EVALUATE
           READ BITACORA-EVENTO
           .
       2000-RESTAURAR-TENEDOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA FECHA DE APLICACION DEL EVENTO ES LA FECHA VALOR DE LA    *
      * MARCHA ATRAS. EN UN PERIODO CONTABLE CERRADO, CON POLITICA   *
      * DE REDATAR, EL TENEDOR SE RESTAURA IGUAL PERO LA IMAGEN DE   *
      * REVERSA LLEVA LA FECHA DEL DIA: EL EVENTO QUEDA EN EL MES    *
      * CERRADO Y SU REVERSA EN EL PERIODO ABIERTO, SIN MOVER LAS    *
      * CIFRAS YA INFORMADAS.                                        *
      *--------------------------------------------------------------*
       2050-VERIFICAR-PERIODO.
           MOVE 'V'                 TO PCK-FUNCION
           MOVE CJ-FECHA-APLICACION TO PCK-FECHA-VALOR
           MOVE 'CCORPBKO'          TO PCK-PROGRAMA
           MOVE CJ-NEMONICO         TO PCK-REFERENCIA
           MOVE 'C'                 TO PCK-TIPO
           MOVE CJ-CTAVALOR         TO PCK-CTA-VALOR
           MOVE CJ-NEMONICO         TO PCK-NEMONICO
           MOVE SPACES              TO PCK-MONEDA
           IF CJ-ANT-SDOCON >= CJ-DES-SDOCON
              MOVE 'A' TO PCK-CARGO-ABONO
              COMPUTE PCK-IMPORTE = CJ-ANT-SDOCON - CJ-DES-SDOCON
           ELSE
              MOVE 'C' TO PCK-CARGO-ABONO
              COMPUTE PCK-IMPORTE = CJ-DES-SDOCON - CJ-ANT-SDOCON
           END-IF
           MOVE 'REVERSA DE EVENTO CORPORATIVO' TO PCK-CONCEPTO
           MOVE SPACES              TO PCK-USUARIO
           CALL 'PERCHK' USING PCK-PARAMETROS
           .
       2050-VERIFICAR-PERIODO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2060-GRABAR-AJUSTE-CIERRE.
           MOVE 'G' TO PCK-FUNCION
           CALL 'PERCHK' USING PCK-PARAMETROS
           MOVE PCK-FECHA-APLICADA TO CJ-FECHA-APLICACION
           ADD 1 TO WS-TOT-POST-CIERRE
           .
       2060-GRABAR-AJUSTE-CIERRE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-ANOTAR-REVERSA.
      *    LA REVERSA INVIERTE LAS IMAGENES CONSERVANDO LA FECHA DE   *
      *    APLICACION ORIGINAL, PARA QUE EN LA REPRODUCCION           *
      *    CRONOLOGICA EL EVENTO Y SU REVERSA SE NETEEN EN EL MISMO   *
      *    PUNTO.                                                     *
      *    LA REDATADA POR PERIODO CERRADO LLEVA LA FECHA DEL DIA.    *
           IF WS-TOT-REVERSAS < 2000
              MOVE CJ-IMAGEN-DESPUES TO WS-IMAGEN-TRABAJO
              MOVE CJ-IMAGEN-ANTES   TO CJ-IMAGEN-DESPUES
           .
       2325-REESCALAR-UNA-PRENDA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * AL RESTAURAR EL PRIMER TENEDOR DE UN EVENTO (NEMONICO Y      *
      * FECHA DE APLICACION DE LA BITACORA) SE REVIERTE SU FACTOR DE *
      * AJUSTE DE PRECIOS EN PRCFACT: EL SPLIT O DIVIDENDO EN        *
      * ACCIONES APLICADO ESE DIA QUEDA REVERTIDO Y LA SERIE         *
      * AJUSTADA (QUOHAJUS) DEJA DE APLICARLO. SE BUSCA ANTES DE     *
      * REDATAR LA IMAGEN POR PERIODO CERRADO, CON LA FECHA          *
      * ORIGINAL.                                                    *
      *--------------------------------------------------------------*
       2400-REVERTIR-FACTOR.
           IF CJ-NEMONICO NOT = WS-ULT-NEMONICO-REV
              OR CJ-FECHA-APLICACION NOT = WS-ULT-FECHA-REV
              MOVE CJ-NEMONICO         TO WS-ULT-NEMONICO-REV
              MOVE CJ-FECHA-APLICACION TO WS-ULT-FECHA-REV
              MOVE '00'                TO WS-FA-STATUS
              MOVE CJ-NEMONICO         TO FA-NEMONICO
              MOVE 0                   TO FA-FECHA-EX
              MOVE LOW-VALUES          TO FA-TIPO-EVENTO
              START FACTOR-PRECIO KEY IS NOT LESS THAN FA-CLAVE
                 INVALID KEY MOVE '10' TO WS-FA-STATUS
              END-START
              IF WS-FA-OK
                 READ FACTOR-PRECIO NEXT RECORD
                    AT END MOVE '10' TO WS-FA-STATUS
                 END-READ
              END-IF
              PERFORM 2410-REVISAR-FACTOR
                 UNTIL NOT WS-FA-OK
                    OR FA-NEMONICO NOT = CJ-NEMONICO
           END-IF
           .
       2400-REVERTIR-FACTOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2410-REVISAR-FACTOR.
           IF FA-FECHA-APLICACION = CJ-FECHA-APLICACION
              AND (FA-ES-SPLIT OR FA-ES-DIVIDENDO-ACCIONES)
              AND FA-VIGENTE
              MOVE 'R'              TO FA-ESTADO
              MOVE WS-FECHA-PROCESO TO FA-FECHA-REVERSA
              REWRITE FA-REGISTRO-FACTOR
              ADD 1 TO WS-TOT-FACTORES-REV
           END-IF
           READ FACTOR-PRECIO NEXT RECORD
              AT END MOVE '10' TO WS-FA-STATUS
           END-READ
           .
       2410-REVISAR-FACTOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE BITACORA-EVENTO CARTERA FACTOR-PRECIO
           IF WS-TOT-REVERSAS > 0
              OPEN EXTEND BITACORA-EVENTO
              PERFORM 9100-GRABAR-REVERSA
                   WS-TOT-SIN-TENENCIA
           DISPLAY 'CCORPBKO - REVERSAS ANOTADAS    : '
                   WS-TOT-REVERSAS
           DISPLAY 'CCORPBKO - PERIODO CERRADO (RECH.): '
                   WS-TOT-PERIODO-CERRADO
           DISPLAY 'CCORPBKO - REVERSAS POST-CIERRE : '
                   WS-TOT-POST-CIERRE
           DISPLAY 'CCORPBKO - FACTORES REVERTIDOS  : '
                   WS-TOT-FACTORES-REV
           IF WS-TOT-REV-DESCARTADAS > 0
              DISPLAY 'CCORPBKO - REVERSAS DESCARTADAS (TABLA): '
                      WS-TOT-REV-DESCARTADAS

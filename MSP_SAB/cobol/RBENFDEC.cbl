       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RBENFDEC.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  21/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 21/09/2026 JQ      ALTA. EXTRACTO ANUAL PARA LA DECLARACION  *
      *                    DE BENEFICIARIO FINAL A SUNAT, CON LISTA  *
      *                    DE EMPRESAS CLIENTE SIN BENEFICIARIO      *
      *                    REGISTRADO EN EL PERIODO.                 *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * EL PERIODO (ANIO) VIENE EN LA TARJETA OPCIONAL BENFCARD; SIN *
      * ELLA SE DECLARA EL ANIO ANTERIOR AL DE PROCESO. CARGA LAS    *
      * EMPRESAS CLIENTE (DOCUMENTO RUC) DE CLICONT Y RECORRE EL     *
      * REGISTRO BENFINAL: TODO BENEFICIARIO DE UNA EMPRESA CLIENTE  *
      * CUYA VIGENCIA TOCA EL PERIODO (INICIO HASTA EL 31/12 Y FIN   *
      * EN BLANCO O DESDE EL 01/01), AUN SI HOY ESTA DE BAJA, VA AL  *
      * EXTRACTO BENFDECL CON LA RAZON SOCIAL. EL REPORTE (DD        *
      * BENFDRPT) LISTA LAS EMPRESAS CLIENTE SIN NINGUN BENEFICIARIO *
      * EN EL PERIODO PARA QUE CUMPLIMIENTO LAS REGULARICE ANTES DE  *
      * PRESENTAR, Y LOS TOTALES. LA CORRIDA SE REGISTRA EN RUNCTL   *
      * VIA BCHCTL.                                                  *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFICIARIO-FINAL ASSIGN TO BENFINAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-CLAVE
               FILE STATUS IS WS-BO-STATUS.
           SELECT CONTACTO-CLIENTE ASSIGN TO CLICONT
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TARJETA-PERIODO ASSIGN TO BENFCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT DECLARACION-BENEF ASSIGN TO BENFDECL
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-DECLARACION ASSIGN TO BENFDRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BENEFICIARIO-FINAL
           RECORDING MODE IS F.
       COPY BENFINAL.
       FD  CONTACTO-CLIENTE
           RECORDING MODE IS F.
       COPY CLICONT.
       FD  TARJETA-PERIODO
           RECORDING MODE IS F.
       01  TB-REGISTRO-TARJETA.
           05 TB-PERIODO               PIC 9(04).
           05 FILLER                   PIC X(76).
       FD  DECLARACION-BENEF
           RECORDING MODE IS F.
       COPY BENFDECL.
       FD  REPORTE-DECLARACION
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-BO-STATUS                PIC X(02) VALUE '00'.
           88 WS-BO-OK                           VALUE '00'.
           88 WS-BO-FIN                          VALUE '10'.
       77  WS-EOF-TARJETA              PIC X(01) VALUE 'N'.
           88 WS-FIN-TARJETA                     VALUE 'S'.
       77  WS-EOF-CLIENTE              PIC X(01) VALUE 'N'.
           88 WS-FIN-CLIENTE                     VALUE 'S'.
       77  WS-FECHA-PROCESO            PIC 9(08).
       77  WS-PERIODO                  PIC 9(04).
       77  WS-FEC-DESDE                PIC 9(08).
       77  WS-FEC-HASTA                PIC 9(08).
       77  WS-IDX                      PIC 9(05) COMP VALUE 0.
       77  WS-IDX-EMPRESA              PIC 9(05) COMP VALUE 0.
       77  WS-TOT-EMPRESAS             PIC 9(05) COMP VALUE 0.
       77  WS-TOT-CON-BENEF            PIC 9(05) COMP VALUE 0.
       77  WS-TOT-SIN-BENEF            PIC 9(05) COMP VALUE 0.
       77  WS-TOT-DECLARADOS           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-NO-CLIENTE           PIC 9(07) COMP VALUE 0.
      *--------------------------------------------------------------*
      * EMPRESAS CLIENTE DE CLICONT, CON MARCA DE BENEFICIARIO       *
      * DECLARADO EN EL PERIODO.                                     *
      *--------------------------------------------------------------*
       01  WS-EMPRESA-TABLA.
           05 WS-EMP OCCURS 5000 TIMES.
              10 WS-EMP-RUC            PIC  X(20).
              10 WS-EMP-RAZON-SOCIAL   PIC  X(80).
              10 WS-EMP-IND-BENEF      PIC  X(01).
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(50) VALUE
              'DECLARACION DE BENEFICIARIO FINAL - PERIODO : '.
           05 WT-PERIODO               PIC 9(04).
           05 FILLER                   PIC X(10) VALUE '  FECHA : '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(60) VALUE SPACES.
       01  WS-LINEA-SECCION.
           05 FILLER                   PIC X(60) VALUE
              'EMPRESAS CLIENTE SIN BENEFICIARIO FINAL EN EL PERIODO'.
           05 FILLER                   PIC X(72) VALUE SPACES.
       01  WS-LINEA-DETALLE.
           05 WD-RUC                   PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-RAZON-SOCIAL          PIC X(80).
           05 FILLER                   PIC X(31) VALUE SPACES.
       01  WS-LINEA-TOTAL.
           05 WL-TITULO                PIC X(40).
           05 FILLER                   PIC X(03) VALUE ' : '.
           05 WL-CANTIDAD              PIC Z(06)9.
           05 FILLER                   PIC X(82) VALUE SPACES.
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-DECLARAR-BENEFICIARIO
              UNTIL WS-BO-FIN
           PERFORM 3000-LISTAR-SIN-BENEFICIARIO
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RBENFDEC'   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RBENFDEC - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           COMPUTE WS-PERIODO = WS-FECHA-PROCESO / 10000 - 1
           OPEN INPUT TARJETA-PERIODO
           READ TARJETA-PERIODO
              AT END MOVE 'S' TO WS-EOF-TARJETA
           END-READ
           IF NOT WS-FIN-TARJETA
              AND TB-PERIODO NUMERIC
              AND TB-PERIODO > 0
              MOVE TB-PERIODO TO WS-PERIODO
           END-IF
           CLOSE TARJETA-PERIODO
           COMPUTE WS-FEC-DESDE = WS-PERIODO * 10000 + 101
           COMPUTE WS-FEC-HASTA = WS-PERIODO * 10000 + 1231
           PERFORM 1100-CARGAR-EMPRESAS
           OPEN INPUT  BENEFICIARIO-FINAL
           OPEN OUTPUT DECLARACION-BENEF
           OPEN OUTPUT REPORTE-DECLARACION
           MOVE '00'       TO WS-BO-STATUS
           MOVE LOW-VALUES TO BO-CLAVE
           START BENEFICIARIO-FINAL KEY IS NOT LESS THAN BO-CLAVE
              INVALID KEY MOVE '10' TO WS-BO-STATUS
           END-START
           IF WS-BO-OK
              READ BENEFICIARIO-FINAL NEXT RECORD
                 AT END MOVE '10' TO WS-BO-STATUS
              END-READ
           END-IF
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1100-CARGAR-EMPRESAS.
           OPEN INPUT CONTACTO-CLIENTE
           READ CONTACTO-CLIENTE
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           PERFORM 1110-CARGAR-EMPRESA
              UNTIL WS-FIN-CLIENTE
           CLOSE CONTACTO-CLIENTE
           .
       1100-CARGAR-EMPRESAS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1110-CARGAR-EMPRESA.
           IF CC-TIPO-DOC = 'R'
              IF WS-TOT-EMPRESAS < 5000
                 ADD 1 TO WS-TOT-EMPRESAS
                 MOVE CC-NUME-DOC    TO WS-EMP-RUC(WS-TOT-EMPRESAS)
                 MOVE CC-NOMBRE-CLIE
                   TO WS-EMP-RAZON-SOCIAL(WS-TOT-EMPRESAS)
                 MOVE 'N'
                   TO WS-EMP-IND-BENEF(WS-TOT-EMPRESAS)
              ELSE
                 DISPLAY 'RBENFDEC - TABLA DE EMPRESAS LLENA, RUC '
                         CC-NUME-DOC ' NO CARGADO'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           READ CONTACTO-CLIENTE
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           .
       1110-CARGAR-EMPRESA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-DECLARAR-BENEFICIARIO.
           IF BO-FEC-INICIO NOT > WS-FEC-HASTA
              AND (BO-FEC-FIN = 0 OR BO-FEC-FIN NOT < WS-FEC-DESDE)
              PERFORM 2050-GRABAR-DECLARACION
                 THRU 2050-GRABAR-DECLARACION-EXIT
           END-IF
           READ BENEFICIARIO-FINAL NEXT RECORD
              AT END MOVE '10' TO WS-BO-STATUS
           END-READ
           .
       2000-DECLARAR-BENEFICIARIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2050-GRABAR-DECLARACION.
           MOVE 0 TO WS-IDX-EMPRESA
           PERFORM 2100-BUSCAR-EMPRESA
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-EMPRESAS
                 OR WS-IDX-EMPRESA > 0
           IF WS-IDX-EMPRESA = 0
              ADD 1 TO WS-TOT-NO-CLIENTE
              GO TO 2050-GRABAR-DECLARACION-EXIT
           END-IF
           MOVE 'S'                TO WS-EMP-IND-BENEF(WS-IDX-EMPRESA)
           MOVE WS-PERIODO         TO BX-PERIODO
           MOVE BO-RUC-EMPRESA     TO BX-RUC-EMPRESA
           MOVE WS-EMP-RAZON-SOCIAL(WS-IDX-EMPRESA) TO BX-RAZON-SOCIAL
           MOVE BO-TIPO-DOC        TO BX-TIPO-DOC
           MOVE BO-NUME-DOC        TO BX-NUME-DOC
           MOVE BO-NOMBRE          TO BX-NOMBRE
           MOVE BO-NACIONALIDAD    TO BX-NACIONALIDAD
           MOVE BO-PAIS-RESIDENCIA TO BX-PAIS-RESIDENCIA
           MOVE BO-FEC-NACIMIENTO  TO BX-FEC-NACIMIENTO
           MOVE BO-PORCENTAJE      TO BX-PORCENTAJE
           MOVE BO-TIPO-CONTROL    TO BX-TIPO-CONTROL
           MOVE BO-FEC-INICIO      TO BX-FEC-INICIO
           MOVE BO-FEC-FIN         TO BX-FEC-FIN
           WRITE BX-REGISTRO-DECLARACION
           ADD 1 TO WS-TOT-DECLARADOS
           .
       2050-GRABAR-DECLARACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-BUSCAR-EMPRESA.
           IF WS-EMP-RUC(WS-IDX) = BO-RUC-EMPRESA
              MOVE WS-IDX TO WS-IDX-EMPRESA
           END-IF
           .
       2100-BUSCAR-EMPRESA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-LISTAR-SIN-BENEFICIARIO.
           MOVE WS-PERIODO       TO WT-PERIODO
           MOVE WS-FECHA-PROCESO TO WT-FECHA
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           WRITE REPORTE-REC FROM WS-LINEA-SECCION
           PERFORM 3100-LISTAR-EMPRESA
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-EMPRESAS
           MOVE 'EMPRESAS CLIENTE'               TO WL-TITULO
           MOVE WS-TOT-EMPRESAS                  TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'EMPRESAS CON BENEFICIARIO DECLARADO' TO WL-TITULO
           MOVE WS-TOT-CON-BENEF                 TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'EMPRESAS SIN BENEFICIARIO'      TO WL-TITULO
           MOVE WS-TOT-SIN-BENEF                 TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           MOVE 'BENEFICIARIOS DECLARADOS'       TO WL-TITULO
           MOVE WS-TOT-DECLARADOS                TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           .
       3000-LISTAR-SIN-BENEFICIARIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-LISTAR-EMPRESA.
           IF WS-EMP-IND-BENEF(WS-IDX) = 'S'
              ADD 1 TO WS-TOT-CON-BENEF
           ELSE
              ADD 1 TO WS-TOT-SIN-BENEF
              MOVE WS-EMP-RUC(WS-IDX)          TO WD-RUC
              MOVE WS-EMP-RAZON-SOCIAL(WS-IDX) TO WD-RAZON-SOCIAL
              WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           END-IF
           .
       3100-LISTAR-EMPRESA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE BENEFICIARIO-FINAL DECLARACION-BENEF
                 REPORTE-DECLARACION
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RBENFDEC'   TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-DECLARADOS TO BC-REGISTROS
           MOVE 0            TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RBENFDEC - PERIODO DECLARADO       : ' WS-PERIODO
           DISPLAY 'RBENFDEC - EMPRESAS CLIENTE        : '
                   WS-TOT-EMPRESAS
           DISPLAY 'RBENFDEC - EMPRESAS SIN BENEFICIARIO: '
                   WS-TOT-SIN-BENEF
           DISPLAY 'RBENFDEC - BENEFICIARIOS DECLARADOS: '
                   WS-TOT-DECLARADOS
           DISPLAY 'RBENFDEC - DE EMPRESAS NO CLIENTE  : '
                   WS-TOT-NO-CLIENTE
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

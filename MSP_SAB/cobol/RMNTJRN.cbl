       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RMNTJRN.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  14/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 14/09/2026 JQ      ALTA. REPORTE DIARIO DE CAMBIOS A DATOS   *
      *                    DE REFERENCIA (MNTJRNL) AGRUPADO POR      *
      *                    MAESTRO, PARA EL VISTO BUENO DEL          *
      *                    SUPERVISOR.                               *
      * 21/09/2026 JQ      ALTA. SE INCLUYE EL MAESTRO CLICONT       *
      *                    (CAMBIOS DE DATOS DE CONTACTO DE          *
      *                    CCLICMNT).                                *
      * 21/09/2026 JQ      ALTA. SE INCLUYE EL MAESTRO CTABANC       *
      *                    (CUENTAS BANCARIAS REGISTRADAS DEL        *
      *                    CLIENTE).                                 *
      * 21/09/2026 JQ      ALTA. SE INCLUYE EL MAESTRO BENFINAL      *
      *                    (BENEFICIARIOS FINALES DE LOS CLIENTES    *
      *                    EMPRESA).                                 *
      * 21/09/2026 JQ      ALTA. SE INCLUYE EL MAESTRO CONVFIRM      *
      *                    (CONVENIOS MARCO DE PRODUCTO FIRMADOS).   *
      * 21/09/2026 JQ      ALTA. SE INCLUYE EL MAESTRO COTITUL       *
      *                    (COTITULARES DE CUENTAS MANCOMUNADAS).    *
      * 28/09/2026 JQ      ALTA. SE INCLUYE EL MAESTRO COMNEGO       *
      *                    (ACUERDOS DE COMISION NEGOCIADOS).        *
      * 28/09/2026 JQ      ALTA. SE INCLUYE EL MAESTRO PERCONT       *
      *                    (PERIODOS CONTABLES CERRADOS, CPERCIER).  *
      * 28/09/2026 JQ      ALTA. SE INCLUYE EL MAESTRO EVPERD        *
      *                    (EVENTOS DE PERDIDA OPERACIONAL,          *
      *                    CEVPMNT).                                 *
      * 05/10/2026 JQ      ALTA. SE INCLUYE EL MAESTRO CTPMAST       *
      *                    (CONTRAPARTES Y LIMITES).                 *
      * 12/10/2026 JQ      ALTA. SE INCLUYE EL MAESTRO CTADORM       *
      *                    (CUENTAS INACTIVAS).                      *
      * 12/10/2026 JQ      ALTA. SE INCLUYE EL MAESTRO NOTIPREF      *
      *                    (PREFERENCIAS DE COMUNICACION).           *
      * 12/10/2026 JQ      ALTA. SE INCLUYE EL MAESTRO CIRCMAST      *
      *                    (CONFIRMACIONES DE SALDOS A AUDITORIA).   *
      * 12/10/2026 JQ      ALTA. SE INCLUYE EL MAESTRO INSTFSUS      *
      *                    (SUSCRIPCION AL ARCHIVO DIARIO            *
      *                    INSTITUCIONAL).                           *
      * 12/10/2026 JQ      ALTA. SE INCLUYE EL MAESTRO INSTFENV      *
      *                    (CONTROL DE ENTREGA DEL ARCHIVO           *
      *                    INSTITUCIONAL).                           *
      * 15/10/2026 JQ      ALTA. SE INCLUYE EL MAESTRO EMISMAST      *
      *                    (EMISORES DE VALORES, CEMISMNT).          *
      * 15/10/2026 JQ      ALTA. SE INCLUYE EL MAESTRO NEMOMAST      *
      *                    (VINCULO NEMONICO-EMISOR, CEMISMNT).      *
      * 15/10/2026 JQ      ALTA. SE INCLUYE EL MAESTRO PADEMPL       *
      *                    (CUENTAS DE EMPLEADOS, CPADMNT).          *
      * 15/10/2026 JQ      ALTA. SE INCLUYE EL MAESTRO PADREST       *
      *                    (LISTA RESTRINGIDA Y DE VIGILANCIA,       *
      *                    CPADMNT).                                 *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LISTA LOS CAMBIOS DE LA FECHA DE PROCESO REGISTRADOS EN LA   *
      * BITACORA COMUN MNTJRNL, UN BLOQUE POR MAESTRO EN EL ORDEN DE *
      * LA TABLA WS-MAESTROS (UNA PASADA DE LA BITACORA POR          *
      * MAESTRO). CADA CAMBIO MUESTRA HORA, PROGRAMA, FUNCION,       *
      * USUARIO, TERMINAL Y CLAVE, SEGUIDOS DE LA IMAGEN ANTERIOR    *
      * (SALVO EN LAS ALTAS) Y LA NUEVA. CADA BLOQUE CON CAMBIOS     *
      * CIERRA CON SU TOTAL Y LA LINEA DE FIRMA DEL SUPERVISOR QUE   *
      * LO REVISA; LOS MAESTROS SIN CAMBIOS LO INDICAN PARA QUE EL   *
      * REPORTE CUBRA TODOS.                                         *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BITACORA-MANTENIMIENTO ASSIGN TO MNTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MJ-STATUS.
           SELECT REPORTE-CAMBIOS ASSIGN TO MNTJRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BITACORA-MANTENIMIENTO
           RECORDING MODE IS F.
       COPY MNTJRNL.
       FD  REPORTE-CAMBIOS
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-MJ-STATUS                PIC X(02) VALUE '00'.
           88 WS-MJ-OK                           VALUE '00'.
           88 WS-MJ-FIN                          VALUE '10'.
       77  WS-FECHA-PROCESO            PIC 9(08).
       77  WS-IDX                      PIC 9(03) COMP VALUE 0.
       77  WS-CAMBIOS-MAESTRO          PIC 9(07) COMP VALUE 0.
       77  WS-TOT-CAMBIOS              PIC 9(07) COMP VALUE 0.
       77  WS-IMAGEN-AUX               PIC X(200).
       01  WS-MAESTROS-VALORES.
           05 FILLER                   PIC X(08) VALUE 'BRKMAST'.
           05 FILLER                   PIC X(08) VALUE 'USUAUT'.
           05 FILLER                   PIC X(08) VALUE 'ASESMAST'.
           05 FILLER                   PIC X(08) VALUE 'CTAASES'.
           05 FILLER                   PIC X(08) VALUE 'MARGMAST'.
           05 FILLER                   PIC X(08) VALUE 'PLANMAST'.
           05 FILLER                   PIC X(08) VALUE 'MANDMAST'.
           05 FILLER                   PIC X(08) VALUE 'KYCDOC'.
           05 FILLER                   PIC X(08) VALUE 'KYCREST'.
           05 FILLER                   PIC X(08) VALUE 'CLICONT'.
           05 FILLER                   PIC X(08) VALUE 'CTABANC'.
           05 FILLER                   PIC X(08) VALUE 'BENFINAL'.
           05 FILLER                   PIC X(08) VALUE 'CONVFIRM'.
           05 FILLER                   PIC X(08) VALUE 'COTITUL'.
           05 FILLER                   PIC X(08) VALUE 'COMNEGO'.
           05 FILLER                   PIC X(08) VALUE 'PERCONT'.
           05 FILLER                   PIC X(08) VALUE 'EVPERD'.
           05 FILLER                   PIC X(08) VALUE 'CTPMAST'.
           05 FILLER                   PIC X(08) VALUE 'CTADORM'.
           05 FILLER                   PIC X(08) VALUE 'NOTIPREF'.
           05 FILLER                   PIC X(08) VALUE 'CIRCMAST'.
           05 FILLER                   PIC X(08) VALUE 'INSTFSUS'.
           05 FILLER                   PIC X(08) VALUE 'INSTFENV'.
           05 FILLER                   PIC X(08) VALUE 'EMISMAST'.
           05 FILLER                   PIC X(08) VALUE 'NEMOMAST'.
           05 FILLER                   PIC X(08) VALUE 'PADEMPL'.
           05 FILLER                   PIC X(08) VALUE 'PADREST'.
       01  WS-MAESTROS REDEFINES WS-MAESTROS-VALORES.
           05 WS-MAE-CODIGO            PIC X(08) OCCURS 27 TIMES.
       01  WS-LINEA-TITULO.
           05 FILLER                   PIC X(40) VALUE
              'CAMBIOS A DATOS DE REFERENCIA - '.
           05 WT-FECHA                 PIC 9(08).
           05 FILLER                   PIC X(84) VALUE SPACES.
       01  WS-LINEA-MAESTRO.
           05 FILLER                   PIC X(10) VALUE 'MAESTRO : '.
           05 WM-MAESTRO               PIC X(08).
           05 FILLER                   PIC X(114) VALUE SPACES.
       01  WS-LINEA-CABECERA.
           05 FILLER                   PIC X(42) VALUE
              'HORA     PROGRAMA F USUARIO TERMINAL CLAVE'.
           05 FILLER                   PIC X(90) VALUE SPACES.
       01  WS-LINEA-DETALLE.
           05 WD-HORA                  PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-PROGRAMA              PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-FUNCION               PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-USUARIO               PIC X(07).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-TERMINAL              PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WD-CLAVE                 PIC X(40).
           05 FILLER                   PIC X(55) VALUE SPACES.
       01  WS-LINEA-IMAGEN.
           05 FILLER                   PIC X(09) VALUE SPACES.
           05 WI-ETIQUETA              PIC X(10).
           05 WI-TEXTO                 PIC X(100).
           05 FILLER                   PIC X(13) VALUE SPACES.
       01  WS-LINEA-SIN-CAMBIOS.
           05 FILLER                   PIC X(30) VALUE
              'SIN CAMBIOS EN LA FECHA'.
           05 FILLER                   PIC X(102) VALUE SPACES.
       01  WS-LINEA-TOTAL.
           05 WL-TITULO                PIC X(22).
           05 WL-MAESTRO               PIC X(08).
           05 FILLER                   PIC X(03) VALUE ' : '.
           05 WL-CANTIDAD              PIC Z(06)9.
           05 FILLER                   PIC X(92) VALUE SPACES.
       01  WS-LINEA-FIRMA.
           05 FILLER                   PIC X(40) VALUE
              'V.B. SUPERVISOR : _____________________'.
           05 FILLER                   PIC X(30) VALUE
              '   FECHA : ____/____/________'.
           05 FILLER                   PIC X(62) VALUE SPACES.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-LISTAR-MAESTRO
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > 27
           PERFORM 3000-ESCRIBIR-TOTAL
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           OPEN OUTPUT REPORTE-CAMBIOS
           MOVE WS-FECHA-PROCESO TO WT-FECHA
           WRITE REPORTE-REC FROM WS-LINEA-TITULO
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-LISTAR-MAESTRO.
           MOVE WS-MAE-CODIGO(WS-IDX) TO WM-MAESTRO
           MOVE SPACES TO REPORTE-REC
           WRITE REPORTE-REC
           WRITE REPORTE-REC FROM WS-LINEA-MAESTRO
           WRITE REPORTE-REC FROM WS-LINEA-CABECERA
           MOVE 0    TO WS-CAMBIOS-MAESTRO
           MOVE '00' TO WS-MJ-STATUS
           OPEN INPUT BITACORA-MANTENIMIENTO
           READ BITACORA-MANTENIMIENTO
              AT END MOVE '10' TO WS-MJ-STATUS
           END-READ
           PERFORM 2100-PROCESAR-CAMBIO
              UNTIL WS-MJ-FIN
           CLOSE BITACORA-MANTENIMIENTO
           IF WS-CAMBIOS-MAESTRO = 0
              WRITE REPORTE-REC FROM WS-LINEA-SIN-CAMBIOS
           ELSE
              MOVE 'TOTAL CAMBIOS         ' TO WL-TITULO
              MOVE WS-MAE-CODIGO(WS-IDX)    TO WL-MAESTRO
              MOVE WS-CAMBIOS-MAESTRO       TO WL-CANTIDAD
              WRITE REPORTE-REC FROM WS-LINEA-TOTAL
              WRITE REPORTE-REC FROM WS-LINEA-FIRMA
           END-IF
           ADD WS-CAMBIOS-MAESTRO TO WS-TOT-CAMBIOS
           .
       2000-LISTAR-MAESTRO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-PROCESAR-CAMBIO.
           IF MJ-FECHA = WS-FECHA-PROCESO
              AND MJ-MAESTRO = WS-MAE-CODIGO(WS-IDX)
              ADD 1 TO WS-CAMBIOS-MAESTRO
              PERFORM 2200-ESCRIBIR-CAMBIO
           END-IF
           READ BITACORA-MANTENIMIENTO
              AT END MOVE '10' TO WS-MJ-STATUS
           END-READ
           .
       2100-PROCESAR-CAMBIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2200-ESCRIBIR-CAMBIO.
           MOVE MJ-HORA            TO WD-HORA
           MOVE MJ-PROGRAMA        TO WD-PROGRAMA
           MOVE MJ-FUNCION         TO WD-FUNCION
           MOVE MJ-USUARIO         TO WD-USUARIO
           MOVE MJ-TERMINAL        TO WD-TERMINAL
           MOVE MJ-CLAVE           TO WD-CLAVE
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE
           IF MJ-IMAGEN-ANTERIOR NOT = SPACES
              MOVE 'ANTES   : '       TO WI-ETIQUETA
              MOVE MJ-IMAGEN-ANTERIOR TO WS-IMAGEN-AUX
              PERFORM 2300-ESCRIBIR-IMAGEN
           END-IF
           MOVE 'DESPUES : '          TO WI-ETIQUETA
           MOVE MJ-IMAGEN-NUEVA       TO WS-IMAGEN-AUX
           PERFORM 2300-ESCRIBIR-IMAGEN
           .
       2200-ESCRIBIR-CAMBIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA IMAGEN SE IMPRIME EN TRAMOS DE 100; EL SEGUNDO SOLO SI    *
      * TRAE DATOS.                                                  *
      *--------------------------------------------------------------*
       2300-ESCRIBIR-IMAGEN.
           MOVE WS-IMAGEN-AUX(1:100) TO WI-TEXTO
           WRITE REPORTE-REC FROM WS-LINEA-IMAGEN
           IF WS-IMAGEN-AUX(101:100) NOT = SPACES
              MOVE SPACES                 TO WI-ETIQUETA
              MOVE WS-IMAGEN-AUX(101:100) TO WI-TEXTO
              WRITE REPORTE-REC FROM WS-LINEA-IMAGEN
           END-IF
           .
       2300-ESCRIBIR-IMAGEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-ESCRIBIR-TOTAL.
           MOVE SPACES TO REPORTE-REC
           WRITE REPORTE-REC
           MOVE 'TOTAL CAMBIOS DEL DIA ' TO WL-TITULO
           MOVE SPACES                   TO WL-MAESTRO
           MOVE WS-TOT-CAMBIOS           TO WL-CANTIDAD
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL
           .
       3000-ESCRIBIR-TOTAL-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE REPORTE-CAMBIOS
           DISPLAY 'RMNTJRN - CAMBIOS DEL DIA : '
                   WS-TOT-CAMBIOS
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

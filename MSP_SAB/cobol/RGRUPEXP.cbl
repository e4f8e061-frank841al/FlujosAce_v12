       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RGRUPEXP.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  14/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 14/09/2026 JQ      ALTA. REPORTE NOCTURNO DE EXPOSICION POR  *
      *                    GRUPO ECONOMICO (GRUPMAST/GRUPMIEM):      *
      *                    MONTO ALTO Y UMBRAL SMV, CONCENTRACION    *
      *                    POR NEMONICO Y EMISOR Y CREDITO BURSATIL  *
      *                    SUMANDO TODAS LAS CUENTAS VINCULADAS.     *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * REPITE A NIVEL DE GRUPO ECONOMICO LOS CONTROLES QUE EL RESTO *
      * DEL SISTEMA HACE CUENTA POR CUENTA:                          *
      *  - OPERACIONES DEL DIA (ORDMAST Y OPEINST, COMO RAMLMON):    *
      *    EL VOLUMEN SUMADO DE LAS CUENTAS DEL GRUPO PASA POR       *
      *    LRGTRDCK CON SU UMBRAL POR DEFECTO Y CON EL UMBRAL SMV DE *
      *    CREGSMV, Y SE CUENTAN LAS OPERACIONES QUE YA ALERTABAN    *
      *    SOLAS;                                                    *
      *  - CONCENTRACION (COMO RCONCEN): LA CARTERA DE LOS MIEMBROS  *
      *    VALORIZADA A PRECIO SUCIO SE SUMA POR NEMONICO Y POR      *
      *    EMISOR (EMISCHK) Y SE COMPARA CONTRA EL LIMITE DEL PERFIL *
      *    MAS CONSERVADOR ENTRE LOS MIEMBROS (RISKMAST);            *
      *  - CREDITO: LINEAS APROBADAS Y SALDO DISPUESTO DE MARGMAST   *
      *    DE LOS MIEMBROS, CONTRA LA SUMA DE LINEAS Y CONTRA EL     *
      *    TOPE DEL GRUPO (GE-LIMITE-CREDITO) SI LO TIENE.           *
      * UN BLOQUE POR GRUPO ACTIVO EN GRUPRPT PARA EL REPORTE DE     *
      * VINCULADOS A SMV.                                            *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRUPO-MAESTRO ASSIGN TO GRUPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GE-COD-GRUPO
               FILE STATUS IS WS-GE-STATUS.
           SELECT MIEMBRO-GRUPO ASSIGN TO GRUPMIEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GV-CTAVALOR
               FILE STATUS IS WS-GV-STATUS.
           SELECT ORDEN-MAESTRO ASSIGN TO ORDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-CLAVE
               FILE STATUS IS WS-OM-STATUS.
           SELECT OPERACION-INST ASSIGN TO OPEINST
               ORGANIZATION IS SEQUENTIAL.
           SELECT CARTERA ASSIGN TO CARTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CLAVE
               FILE STATUS IS WS-CM-STATUS.
           SELECT COTIZACION-MAESTRO ASSIGN TO QUOTEMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QM-NEMONICO
               FILE STATUS IS WS-QM-STATUS.
           SELECT RIESGO-MAESTRO ASSIGN TO RISKMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RK-CTA-VALOR
               FILE STATUS IS WS-RK-STATUS.
           SELECT LINEA-MAESTRO ASSIGN TO MARGMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MG-CTAVALOR
               FILE STATUS IS WS-MG-STATUS.
           SELECT REPORTE-GRUPO ASSIGN TO GRUPRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GRUPO-MAESTRO
           RECORDING MODE IS F.
       COPY GRUPMAST.
       FD  MIEMBRO-GRUPO
           RECORDING MODE IS F.
       COPY GRUPMIEM.
       FD  ORDEN-MAESTRO
           RECORDING MODE IS F.
       COPY ORDMAST.
       FD  OPERACION-INST
           RECORDING MODE IS F.
       COPY OPEINST.
       FD  CARTERA
           RECORDING MODE IS F.
       COPY CARTMAST.
       FD  COTIZACION-MAESTRO
           RECORDING MODE IS F.
       COPY QUOTEMST.
       FD  RIESGO-MAESTRO
           RECORDING MODE IS F.
       COPY RISKMAST.
       FD  LINEA-MAESTRO
           RECORDING MODE IS F.
       COPY MARGMAST.
       FD  REPORTE-GRUPO
           RECORDING MODE IS F.
       01  REPORTE-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       COPY BCHCTLP.
       COPY LRGTRADE.
       COPY CUPNACRP.
       COPY EMISCHKP.
       01  WS-GE-STATUS                PIC X(02) VALUE '00'.
           88 WS-GE-OK                           VALUE '00'.
           88 WS-GE-FIN                          VALUE '10'.
       01  WS-GV-STATUS                PIC X(02) VALUE '00'.
           88 WS-GV-OK                           VALUE '00'.
           88 WS-GV-FIN                          VALUE '10'.
       01  WS-OM-STATUS                PIC X(02) VALUE '00'.
           88 WS-OM-OK                           VALUE '00'.
           88 WS-OM-FIN                          VALUE '10'.
       01  WS-CM-STATUS                PIC X(02) VALUE '00'.
           88 WS-CM-OK                           VALUE '00'.
           88 WS-CM-FIN                          VALUE '10'.
       01  WS-QM-STATUS                PIC X(02) VALUE '00'.
           88 WS-QM-OK                           VALUE '00'.
       01  WS-RK-STATUS                PIC X(02) VALUE '00'.
           88 WS-RK-OK                           VALUE '00'.
       01  WS-MG-STATUS                PIC X(02) VALUE '00'.
           88 WS-MG-OK                           VALUE '00'.
       77  WS-EOF-OPERACION            PIC X(01) VALUE 'N'.
           88 WS-FIN-OPERACION                   VALUE 'S'.
       77  WS-UMBRAL-SMV               PIC 9(12)V9(02) VALUE 1000000.00.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       77  WS-TOT-GRUPOS               PIC 9(05) COMP VALUE 0.
       77  WS-TOT-MIEMBROS             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-NEMONICOS            PIC 9(05) COMP VALUE 0.
       77  WS-TOT-EMISORES             PIC 9(05) COMP VALUE 0.
       77  WS-TOT-EXCESOS              PIC 9(07) COMP VALUE 0.
       77  WS-POS-GRUPO                PIC 9(05) COMP VALUE 0.
       77  WS-POS-NEMONICO             PIC 9(05) COMP VALUE 0.
       77  WS-POS-EMISOR               PIC 9(05) COMP VALUE 0.
       77  WS-GDX                      PIC 9(05) COMP VALUE 0.
       77  WS-IDX                      PIC 9(05) COMP VALUE 0.
       01  WS-COD-GRUPO                PIC X(10).
       01  WS-CTA-ANTERIOR             PIC X(20) VALUE SPACES.
       01  WS-CTA-OPERACION            PIC X(20).
       01  WS-MONTO-OPERACION          PIC 9(12)V9(02).
       01  WS-VALOR-POSICION           PIC S9(14)V9(02) COMP-3.
       01  WS-PCT-POSICION             PIC 9(03)V9(02) COMP-3.
       01  WS-LIMITE-NEMONICO          PIC 9(03)V9(02) COMP-3.
       01  WS-LIMITE-EMISOR            PIC 9(03)V9(02) COMP-3.
       01  WS-EMISOR                   PIC X(10).
       01  WS-TABLA-GRUPO.
           05 WS-GRUPO-ENTRY OCCURS 500 TIMES.
              10 WS-TG-COD-GRUPO       PIC  X(10).
              10 WS-TG-NOMBRE          PIC  X(60).
              10 WS-TG-LIMITE-CREDITO  PIC  9(12)V9(02).
              10 WS-TG-PERFIL          PIC  X(01).
              10 WS-TG-MIEMBROS        PIC  9(05) COMP.
              10 WS-TG-VOLUMEN         PIC S9(14)V9(02) COMP-3.
              10 WS-TG-OPE-ALERTA      PIC  9(05) COMP.
              10 WS-TG-VALOR-CARTERA   PIC S9(14)V9(02) COMP-3.
              10 WS-TG-LINEA-APROBADA  PIC S9(14)V9(02) COMP-3.
              10 WS-TG-SALDO-DISPUESTO PIC S9(14)V9(02) COMP-3.
       01  WS-TABLA-NEMONICO.
           05 WS-NEMONICO-ENTRY OCCURS 5000 TIMES.
              10 WS-TN-POS-GRUPO       PIC  9(05) COMP.
              10 WS-TN-NEMONICO        PIC  X(10).
              10 WS-TN-VALOR           PIC S9(14)V9(02) COMP-3.
       01  WS-TABLA-EMISOR.
           05 WS-EMISOR-ENTRY OCCURS 3000 TIMES.
              10 WS-TE-POS-GRUPO       PIC  9(05) COMP.
              10 WS-TE-EMISOR          PIC  X(10).
              10 WS-TE-VALOR           PIC S9(14)V9(02) COMP-3.
       01  WS-LINEA-CABECERA.
           05 FILLER                   PIC  X(07) VALUE 'GRUPO: '.
           05 WC-COD-GRUPO             PIC  X(10).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WC-NOMBRE                PIC  X(60).
           05 FILLER                   PIC  X(12) VALUE
              '  MIEMBROS: '.
           05 WC-MIEMBROS              PIC  ZZZZ9.
           05 FILLER                   PIC  X(10) VALUE
              '  PERFIL: '.
           05 WC-PERFIL                PIC  X(01).
           05 FILLER                   PIC  X(26) VALUE SPACES.
       01  WS-LINEA-OPERACION.
           05 FILLER                   PIC  X(04) VALUE SPACES.
           05 FILLER                   PIC  X(17) VALUE
              'VOLUMEN DEL DIA  '.
           05 WO-VOLUMEN               PIC  Z(13)9.99.
           05 FILLER                   PIC  X(13) VALUE
              '  MONTO ALTO '.
           05 WO-ALERTA-MONTO          PIC  X(01).
           05 FILLER                   PIC  X(13) VALUE
              '  UMBRAL SMV '.
           05 WO-ALERTA-SMV            PIC  X(01).
           05 FILLER                   PIC  X(26) VALUE
              '  OPER. QUE ALERTAN SOLAS '.
           05 WO-OPE-ALERTA            PIC  ZZZZ9.
           05 FILLER                   PIC  X(35) VALUE SPACES.
       01  WS-LINEA-CREDITO.
           05 FILLER                   PIC  X(04) VALUE SPACES.
           05 FILLER                   PIC  X(17) VALUE
              'LINEAS APROBADAS '.
           05 WK-LINEA                 PIC  Z(13)9.99.
           05 FILLER                   PIC  X(12) VALUE
              '  DISPUESTO '.
           05 WK-DISPUESTO             PIC  -(13)9.99.
           05 FILLER                   PIC  X(13) VALUE
              '  TOPE GRUPO '.
           05 WK-TOPE                  PIC  Z(13)9.99.
           05 FILLER                   PIC  X(02) VALUE SPACES.
           05 WK-OBSERVACION           PIC  X(30).
       01  WS-LINEA-EXCESO.
           05 FILLER                   PIC  X(04) VALUE SPACES.
           05 FILLER                   PIC  X(17) VALUE
              'CONCENTRACION    '.
           05 WX-TIPO                  PIC  X(08).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WX-CLAVE                 PIC  X(10).
           05 FILLER                   PIC  X(07) VALUE '  VALOR'.
           05 WX-VALOR                 PIC  -(13)9.99.
           05 FILLER                   PIC  X(05) VALUE ' PCT '.
           05 WX-PCT                   PIC  ZZ9.99.
           05 FILLER                   PIC  X(05) VALUE ' LIM '.
           05 WX-LIMITE                PIC  ZZ9.99.
           05 FILLER                   PIC  X(51) VALUE SPACES.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 1100-CARGAR-GRUPO
              UNTIL WS-GE-FIN
           PERFORM 1200-CARGAR-MIEMBRO
              UNTIL WS-GV-FIN
           PERFORM 2000-ACUMULAR-ORDEN
              UNTIL WS-OM-FIN
           PERFORM 2100-ACUMULAR-INSTITUCIONAL
              UNTIL WS-FIN-OPERACION
           MOVE SPACES TO WS-CTA-ANTERIOR
           PERFORM 3000-ACUMULAR-CARTERA
              UNTIL WS-CM-FIN
           PERFORM 4000-REPORTAR-GRUPO
              VARYING WS-GDX FROM 1 BY 1
              UNTIL WS-GDX > WS-TOT-GRUPOS
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RGRUPEXP'   TO BC-PROGRAMA
           MOVE SPACES       TO BC-PREDECESOR
           MOVE WS-FECHA-SISTEMA TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RGRUPEXP - CONTROL BATCH EN ERROR'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT  GRUPO-MAESTRO MIEMBRO-GRUPO ORDEN-MAESTRO
                       OPERACION-INST CARTERA COTIZACION-MAESTRO
                       RIESGO-MAESTRO LINEA-MAESTRO
           OPEN OUTPUT REPORTE-GRUPO
           MOVE LOW-VALUES TO GE-COD-GRUPO
           START GRUPO-MAESTRO KEY IS NOT LESS THAN GE-COD-GRUPO
              INVALID KEY MOVE '10' TO WS-GE-STATUS
           END-START
           IF WS-GE-OK
              READ GRUPO-MAESTRO NEXT RECORD
                 AT END MOVE '10' TO WS-GE-STATUS
              END-READ
           END-IF
           MOVE LOW-VALUES TO GV-CTAVALOR
           START MIEMBRO-GRUPO KEY IS NOT LESS THAN GV-CTAVALOR
              INVALID KEY MOVE '10' TO WS-GV-STATUS
           END-START
           IF WS-GV-OK
              READ MIEMBRO-GRUPO NEXT RECORD
                 AT END MOVE '10' TO WS-GV-STATUS
              END-READ
           END-IF
           MOVE LOW-VALUES TO OM-CLAVE
           START ORDEN-MAESTRO KEY IS NOT LESS THAN OM-CLAVE
              INVALID KEY MOVE '10' TO WS-OM-STATUS
           END-START
           IF WS-OM-OK
              READ ORDEN-MAESTRO NEXT RECORD
                 AT END MOVE '10' TO WS-OM-STATUS
              END-READ
           END-IF
           READ OPERACION-INST
              AT END MOVE 'S' TO WS-EOF-OPERACION
           END-READ
           MOVE LOW-VALUES TO CM-CLAVE
           START CARTERA KEY IS NOT LESS THAN CM-CLAVE
              INVALID KEY MOVE '10' TO WS-CM-STATUS
           END-START
           IF WS-CM-OK
              READ CARTERA NEXT RECORD
                 AT END MOVE '10' TO WS-CM-STATUS
              END-READ
           END-IF
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1100-CARGAR-GRUPO.
           IF GE-ES-ACTIVO
              AND WS-TOT-GRUPOS < 500
              ADD 1 TO WS-TOT-GRUPOS
              MOVE GE-COD-GRUPO TO WS-TG-COD-GRUPO(WS-TOT-GRUPOS)
              MOVE GE-NOMBRE    TO WS-TG-NOMBRE(WS-TOT-GRUPOS)
              MOVE GE-LIMITE-CREDITO
                 TO WS-TG-LIMITE-CREDITO(WS-TOT-GRUPOS)
              MOVE SPACE        TO WS-TG-PERFIL(WS-TOT-GRUPOS)
              MOVE 0 TO WS-TG-MIEMBROS(WS-TOT-GRUPOS)
                        WS-TG-VOLUMEN(WS-TOT-GRUPOS)
                        WS-TG-OPE-ALERTA(WS-TOT-GRUPOS)
                        WS-TG-VALOR-CARTERA(WS-TOT-GRUPOS)
                        WS-TG-LINEA-APROBADA(WS-TOT-GRUPOS)
                        WS-TG-SALDO-DISPUESTO(WS-TOT-GRUPOS)
           END-IF
           READ GRUPO-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-GE-STATUS
           END-READ
           .
       1100-CARGAR-GRUPO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * POR CADA MIEMBRO: SU PERFIL DE RIESGO ENTRA AL PERFIL DEL    *
      * GRUPO (GANA EL MAS CONSERVADOR; SIN RISKMAST CUENTA COMO     *
      * CONSERVADOR, IGUAL QUE EN RCONCEN) Y SU LINEA DE CREDITO     *
      * VIGENTE SE SUMA A LA DEL GRUPO.                              *
      *--------------------------------------------------------------*
       1200-CARGAR-MIEMBRO.
           MOVE GV-COD-GRUPO TO WS-COD-GRUPO
           PERFORM 5100-BUSCAR-GRUPO
           IF WS-POS-GRUPO > 0
              PERFORM 1210-ACUMULAR-MIEMBRO
           END-IF
           READ MIEMBRO-GRUPO NEXT RECORD
              AT END MOVE '10' TO WS-GV-STATUS
           END-READ
           .
       1200-CARGAR-MIEMBRO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1210-ACUMULAR-MIEMBRO.
           ADD 1 TO WS-TOT-MIEMBROS
           ADD 1 TO WS-TG-MIEMBROS(WS-POS-GRUPO)
           MOVE '00' TO WS-RK-STATUS
           MOVE GV-CTAVALOR TO RK-CTA-VALOR
           READ RIESGO-MAESTRO
              INVALID KEY MOVE '23' TO WS-RK-STATUS
           END-READ
           EVALUATE TRUE
              WHEN NOT WS-RK-OK
                 MOVE 'C' TO WS-TG-PERFIL(WS-POS-GRUPO)
              WHEN RK-PERFIL-RIESGO = 'C'
                 MOVE 'C' TO WS-TG-PERFIL(WS-POS-GRUPO)
              WHEN RK-PERFIL-RIESGO = 'M'
                 AND WS-TG-PERFIL(WS-POS-GRUPO) NOT = 'C'
                 MOVE 'M' TO WS-TG-PERFIL(WS-POS-GRUPO)
              WHEN RK-PERFIL-RIESGO = 'A'
                 AND WS-TG-PERFIL(WS-POS-GRUPO) = SPACE
                 MOVE 'A' TO WS-TG-PERFIL(WS-POS-GRUPO)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           MOVE '00' TO WS-MG-STATUS
           MOVE GV-CTAVALOR TO MG-CTAVALOR
           READ LINEA-MAESTRO
              INVALID KEY MOVE '23' TO WS-MG-STATUS
           END-READ
           IF WS-MG-OK
              AND NOT MG-CANCELADA
              ADD MG-LINEA-APROBADA
                 TO WS-TG-LINEA-APROBADA(WS-POS-GRUPO)
              ADD MG-SALDO-DISPUESTO
                 TO WS-TG-SALDO-DISPUESTO(WS-POS-GRUPO)
           END-IF
           .
       1210-ACUMULAR-MIEMBRO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-ACUMULAR-ORDEN.
           IF OM-FECHA-ORDEN = WS-FECHA-SISTEMA
              AND OM-SITUACION NOT = 'CANCELADA'
              MOVE OM-MTO-OPERACION TO WS-MONTO-OPERACION
              MOVE OM-CTAVALOR      TO WS-CTA-OPERACION
              PERFORM 2200-ACUMULAR-OPERACION
                 THRU 2200-ACUMULAR-OPERACION-EXIT
           END-IF
           READ ORDEN-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-OM-STATUS
           END-READ
           .
       2000-ACUMULAR-ORDEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-ACUMULAR-INSTITUCIONAL.
           MOVE OI-MTO-OPERACION  TO WS-MONTO-OPERACION
           MOVE OI-CTA-ECONOMICA  TO WS-CTA-OPERACION
           PERFORM 2200-ACUMULAR-OPERACION
              THRU 2200-ACUMULAR-OPERACION-EXIT
           READ OPERACION-INST
              AT END MOVE 'S' TO WS-EOF-OPERACION
           END-READ
           .
       2100-ACUMULAR-INSTITUCIONAL-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2200-ACUMULAR-OPERACION.
           PERFORM 5000-UBICAR-GRUPO-CUENTA
              THRU 5000-UBICAR-GRUPO-CUENTA-EXIT
           IF WS-POS-GRUPO = 0
              GO TO 2200-ACUMULAR-OPERACION-EXIT
           END-IF
           ADD WS-MONTO-OPERACION TO WS-TG-VOLUMEN(WS-POS-GRUPO)
           MOVE WS-MONTO-OPERACION TO LT-MTO-OPERACION
           MOVE 0                  TO LT-UMBRAL
           CALL 'LRGTRDCK' USING LT-PARAMETROS
           IF LT-ES-ALERTA
              ADD 1 TO WS-TG-OPE-ALERTA(WS-POS-GRUPO)
           END-IF
           .
       2200-ACUMULAR-OPERACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-ACUMULAR-CARTERA.
           MOVE CM-CTAVALOR TO WS-CTA-OPERACION
           PERFORM 5000-UBICAR-GRUPO-CUENTA
              THRU 5000-UBICAR-GRUPO-CUENTA-EXIT
           IF WS-POS-GRUPO > 0
              AND CM-SDOCON > 0
              PERFORM 3100-VALORIZAR-POSICION
              ADD WS-VALOR-POSICION
                 TO WS-TG-VALOR-CARTERA(WS-POS-GRUPO)
              PERFORM 3200-ACUMULAR-NEMONICO
              PERFORM 3300-ACUMULAR-EMISOR
           END-IF
           READ CARTERA NEXT RECORD
              AT END MOVE '10' TO WS-CM-STATUS
           END-READ
           .
       3000-ACUMULAR-CARTERA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-VALORIZAR-POSICION.
           MOVE '00' TO WS-QM-STATUS
           MOVE CM-NEMONICO TO QM-NEMONICO
           READ COTIZACION-MAESTRO
              INVALID KEY MOVE '23' TO WS-QM-STATUS
           END-READ
           MOVE CM-NEMONICO      TO ACR-NEMONICO
           MOVE WS-FECHA-SISTEMA TO ACR-FECHA-VALORIZACION
           CALL 'CUPNACR' USING ACR-PARAMETROS
           IF NOT ACR-CALCULADO
              MOVE 0 TO ACR-INTERES-CORRIDO
           END-IF
           IF WS-QM-OK
              COMPUTE WS-VALOR-POSICION ROUNDED =
                 CM-SDOCON * (QM-PRECIO + ACR-INTERES-CORRIDO)
           ELSE
              COMPUTE WS-VALOR-POSICION ROUNDED =
                 CM-SDOCON * (CM-PREACT + ACR-INTERES-CORRIDO)
           END-IF
           .
       3100-VALORIZAR-POSICION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3200-ACUMULAR-NEMONICO.
           MOVE 0 TO WS-POS-NEMONICO
           PERFORM 3210-COMPARAR-NEMONICO
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-NEMONICOS
           IF WS-POS-NEMONICO = 0
              AND WS-TOT-NEMONICOS < 5000
              ADD 1 TO WS-TOT-NEMONICOS
              MOVE WS-TOT-NEMONICOS TO WS-POS-NEMONICO
              MOVE WS-POS-GRUPO TO WS-TN-POS-GRUPO(WS-POS-NEMONICO)
              MOVE CM-NEMONICO  TO WS-TN-NEMONICO(WS-POS-NEMONICO)
              MOVE 0            TO WS-TN-VALOR(WS-POS-NEMONICO)
           END-IF
           IF WS-POS-NEMONICO > 0
              ADD WS-VALOR-POSICION TO WS-TN-VALOR(WS-POS-NEMONICO)
           END-IF
           .
       3200-ACUMULAR-NEMONICO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3210-COMPARAR-NEMONICO.
           IF WS-POS-NEMONICO = 0
              AND WS-TN-POS-GRUPO(WS-IDX) = WS-POS-GRUPO
              AND WS-TN-NEMONICO(WS-IDX)  = CM-NEMONICO
              MOVE WS-IDX TO WS-POS-NEMONICO
           END-IF
           .
       3210-COMPARAR-NEMONICO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3300-ACUMULAR-EMISOR.
           MOVE CM-NEMONICO TO EMI-NEMONICO
           CALL 'EMISCHK' USING EMI-PARAMETROS
           MOVE EMI-COD-EMISOR TO WS-EMISOR
           MOVE 0 TO WS-POS-EMISOR
           PERFORM 3310-COMPARAR-EMISOR
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-EMISORES
           IF WS-POS-EMISOR = 0
              AND WS-TOT-EMISORES < 3000
              ADD 1 TO WS-TOT-EMISORES
              MOVE WS-TOT-EMISORES TO WS-POS-EMISOR
              MOVE WS-POS-GRUPO TO WS-TE-POS-GRUPO(WS-POS-EMISOR)
              MOVE WS-EMISOR    TO WS-TE-EMISOR(WS-POS-EMISOR)
              MOVE 0            TO WS-TE-VALOR(WS-POS-EMISOR)
           END-IF
           IF WS-POS-EMISOR > 0
              ADD WS-VALOR-POSICION TO WS-TE-VALOR(WS-POS-EMISOR)
           END-IF
           .
       3300-ACUMULAR-EMISOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3310-COMPARAR-EMISOR.
           IF WS-POS-EMISOR = 0
              AND WS-TE-POS-GRUPO(WS-IDX) = WS-POS-GRUPO
              AND WS-TE-EMISOR(WS-IDX)    = WS-EMISOR
              MOVE WS-IDX TO WS-POS-EMISOR
           END-IF
           .
       3310-COMPARAR-EMISOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-REPORTAR-GRUPO.
           MOVE WS-TG-COD-GRUPO(WS-GDX) TO WC-COD-GRUPO
           MOVE WS-TG-NOMBRE(WS-GDX)    TO WC-NOMBRE
           MOVE WS-TG-MIEMBROS(WS-GDX)  TO WC-MIEMBROS
           MOVE WS-TG-PERFIL(WS-GDX)    TO WC-PERFIL
           WRITE REPORTE-REC FROM WS-LINEA-CABECERA
           MOVE WS-TG-VOLUMEN(WS-GDX)   TO WO-VOLUMEN
           MOVE WS-TG-VOLUMEN(WS-GDX)   TO LT-MTO-OPERACION
           MOVE 0                       TO LT-UMBRAL
           CALL 'LRGTRDCK' USING LT-PARAMETROS
           MOVE LT-IND-ALERTA           TO WO-ALERTA-MONTO
           MOVE WS-TG-VOLUMEN(WS-GDX)   TO LT-MTO-OPERACION
           MOVE WS-UMBRAL-SMV           TO LT-UMBRAL
           CALL 'LRGTRDCK' USING LT-PARAMETROS
           MOVE LT-IND-ALERTA           TO WO-ALERTA-SMV
           MOVE WS-TG-OPE-ALERTA(WS-GDX) TO WO-OPE-ALERTA
           WRITE REPORTE-REC FROM WS-LINEA-OPERACION
           PERFORM 4100-REPORTAR-CREDITO
           IF WS-TG-VALOR-CARTERA(WS-GDX) > 0
              PERFORM 4200-OBTENER-LIMITES
              PERFORM 4300-EVALUAR-NEMONICO
                 THRU 4300-EVALUAR-NEMONICO-EXIT
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-TOT-NEMONICOS
              PERFORM 4400-EVALUAR-EMISOR THRU 4400-EVALUAR-EMISOR-EXIT
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-TOT-EMISORES
           END-IF
           MOVE SPACES TO REPORTE-REC
           WRITE REPORTE-REC
           .
       4000-REPORTAR-GRUPO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4100-REPORTAR-CREDITO.
           MOVE WS-TG-LINEA-APROBADA(WS-GDX)  TO WK-LINEA
           MOVE WS-TG-SALDO-DISPUESTO(WS-GDX) TO WK-DISPUESTO
           MOVE WS-TG-LIMITE-CREDITO(WS-GDX)  TO WK-TOPE
           MOVE SPACES TO WK-OBSERVACION
           IF WS-TG-LIMITE-CREDITO(WS-GDX) > 0
              AND WS-TG-SALDO-DISPUESTO(WS-GDX) >
                  WS-TG-LIMITE-CREDITO(WS-GDX)
              MOVE 'DISPUESTO EXCEDE TOPE GRUPO' TO WK-OBSERVACION
              ADD 1 TO WS-TOT-EXCESOS
           ELSE
              IF WS-TG-SALDO-DISPUESTO(WS-GDX) >
                 WS-TG-LINEA-APROBADA(WS-GDX)
                 MOVE 'DISPUESTO EXCEDE LINEAS' TO WK-OBSERVACION
                 ADD 1 TO WS-TOT-EXCESOS
              END-IF
           END-IF
           WRITE REPORTE-REC FROM WS-LINEA-CREDITO
           .
       4100-REPORTAR-CREDITO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * MISMOS LIMITES POR PERFIL QUE RCONCEN (NEMONICO / EMISOR).   *
      *--------------------------------------------------------------*
       4200-OBTENER-LIMITES.
           EVALUATE WS-TG-PERFIL(WS-GDX)
              WHEN 'M'
                 MOVE 25 TO WS-LIMITE-NEMONICO
                 MOVE 40 TO WS-LIMITE-EMISOR
              WHEN 'A'
                 MOVE 50 TO WS-LIMITE-NEMONICO
                 MOVE 60 TO WS-LIMITE-EMISOR
              WHEN OTHER
                 MOVE 10 TO WS-LIMITE-NEMONICO
                 MOVE 20 TO WS-LIMITE-EMISOR
           END-EVALUATE
           .
       4200-OBTENER-LIMITES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4300-EVALUAR-NEMONICO.
           IF WS-TN-POS-GRUPO(WS-IDX) NOT = WS-GDX
              GO TO 4300-EVALUAR-NEMONICO-EXIT
           END-IF
           COMPUTE WS-PCT-POSICION ROUNDED =
              WS-TN-VALOR(WS-IDX) * 100
              / WS-TG-VALOR-CARTERA(WS-GDX)
           IF WS-PCT-POSICION > WS-LIMITE-NEMONICO
              ADD 1 TO WS-TOT-EXCESOS
              MOVE 'NEMONICO'            TO WX-TIPO
              MOVE WS-TN-NEMONICO(WS-IDX) TO WX-CLAVE
              MOVE WS-TN-VALOR(WS-IDX)   TO WX-VALOR
              MOVE WS-PCT-POSICION       TO WX-PCT
              MOVE WS-LIMITE-NEMONICO    TO WX-LIMITE
              WRITE REPORTE-REC FROM WS-LINEA-EXCESO
           END-IF
           .
       4300-EVALUAR-NEMONICO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4400-EVALUAR-EMISOR.
           IF WS-TE-POS-GRUPO(WS-IDX) NOT = WS-GDX
              GO TO 4400-EVALUAR-EMISOR-EXIT
           END-IF
           COMPUTE WS-PCT-POSICION ROUNDED =
              WS-TE-VALOR(WS-IDX) * 100
              / WS-TG-VALOR-CARTERA(WS-GDX)
           IF WS-PCT-POSICION > WS-LIMITE-EMISOR
              ADD 1 TO WS-TOT-EXCESOS
              MOVE 'EMISOR'              TO WX-TIPO
              MOVE WS-TE-EMISOR(WS-IDX)  TO WX-CLAVE
              MOVE WS-TE-VALOR(WS-IDX)   TO WX-VALOR
              MOVE WS-PCT-POSICION       TO WX-PCT
              MOVE WS-LIMITE-EMISOR      TO WX-LIMITE
              WRITE REPORTE-REC FROM WS-LINEA-EXCESO
           END-IF
           .
       4400-EVALUAR-EMISOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * UBICA EL GRUPO DE LA CUENTA EN GRUPMIEM. ORDMAST Y CARTMAST  *
      * VIENEN POR CUENTA-VALOR, ASI QUE SE REPITE EL RESULTADO DE   *
      * LA CUENTA ANTERIOR SIN VOLVER A LEER.                        *
      *--------------------------------------------------------------*
       5000-UBICAR-GRUPO-CUENTA.
           IF WS-CTA-OPERACION = WS-CTA-ANTERIOR
              GO TO 5000-UBICAR-GRUPO-CUENTA-EXIT
           END-IF
           MOVE WS-CTA-OPERACION TO WS-CTA-ANTERIOR
           MOVE 0 TO WS-POS-GRUPO
           MOVE '00' TO WS-GV-STATUS
           MOVE WS-CTA-OPERACION TO GV-CTAVALOR
           READ MIEMBRO-GRUPO
              INVALID KEY MOVE '23' TO WS-GV-STATUS
           END-READ
           IF WS-GV-OK
              MOVE GV-COD-GRUPO TO WS-COD-GRUPO
              PERFORM 5100-BUSCAR-GRUPO
           END-IF
           .
       5000-UBICAR-GRUPO-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5100-BUSCAR-GRUPO.
           MOVE 0 TO WS-POS-GRUPO
           PERFORM 5110-COMPARAR-GRUPO
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-TOT-GRUPOS
           .
       5100-BUSCAR-GRUPO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5110-COMPARAR-GRUPO.
           IF WS-POS-GRUPO = 0
              AND WS-TG-COD-GRUPO(WS-IDX) = WS-COD-GRUPO
              MOVE WS-IDX TO WS-POS-GRUPO
           END-IF
           .
       5110-COMPARAR-GRUPO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE GRUPO-MAESTRO MIEMBRO-GRUPO ORDEN-MAESTRO
                 OPERACION-INST CARTERA COTIZACION-MAESTRO
                 RIESGO-MAESTRO LINEA-MAESTRO REPORTE-GRUPO
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RGRUPEXP'   TO BC-PROGRAMA
           MOVE WS-FECHA-SISTEMA TO BC-FECHA-PROCESO
           MOVE WS-TOT-GRUPOS TO BC-REGISTROS
           MOVE 0            TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RGRUPEXP - GRUPOS EVALUADOS  : ' WS-TOT-GRUPOS
           DISPLAY 'RGRUPEXP - CUENTAS MIEMBRO   : ' WS-TOT-MIEMBROS
           DISPLAY 'RGRUPEXP - EXCESOS DE GRUPO  : ' WS-TOT-EXCESOS
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

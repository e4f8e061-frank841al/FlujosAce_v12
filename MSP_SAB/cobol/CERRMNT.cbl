       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CERRMNT.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  28/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 28/09/2026 JQ      ALTA. CORRECCION DE ERRORES DE            *
      *                    NEGOCIACION CONTRA LA CUENTA DE ERRORES   *
      *                    DE LA CASA (ERRMAST) CON DOBLE FIRMA:     *
      *                    REVIERTE LA EJECUCION ERRONEA DEL         *
      *                    CLIENTE, LE APLICA LA PACTADA, ABRE LA    *
      *                    POSICION DE ERRORES Y LA CIERRA EN        *
      *                    MERCADO CON SU GANANCIA REALIZADA.        *
      * 05/10/2026 JQ      LA ORDEN CORREGIDA SE REPLICA EN EL LIBRO *
      *                    DE ORDENES VIVAS (ORDVIVW).               *
      * 15/10/2026 JQ      LA ORDEN CORREGIDA Y CADA CAMBIO DE       *
      *                    TENENCIA EN CARTMAST DEJAN SU IMAGEN EN   *
      *                    LA BITACORA DE RECUPERACION HACIA         *
      *                    ADELANTE (FWDJRNW) PARA RFWDRCV.          *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * REEMPLAZA LOS AJUSTES MANUALES DE CAJUMNT CON QUE SE         *
      * CORREGIA EL LADO, LA CANTIDAD O EL NEMONICO EQUIVOCADO DE    *
      * UNA EJECUCION, QUE DEJABAN EL ERROR COMO SI FUERA UNA        *
      * OPERACION DEL CLIENTE. EL ALTA EXIGE QUE LA CUENTA DEL       *
      * CLIENTE ESTE ABIERTA (CIERCHK) Y SEA DE CLIENTE, QUE LA      *
      * CUENTA DE ERRORES SEA CUENTA CASA (LIBCHK/CASACTA), QUE LA   *
      * ORDEN EXISTA EN ORDMAST Y QUE EL CLIENTE TENGA DISPONIBLE    *
      * LO QUE LA CORRECCION LE VA A RETIRAR. LA APROBACION LA HACE  *
      * UN SEGUNDO USUARIO DISTINTO DEL QUE INGRESO (MISMO ESQUEMA   *
      * QUE CTRINMNT), VUELVE A VERIFICAR EL DISPONIBLE Y APLICA:    *
      *  - LA EJECUCION ERRONEA SALE DEL CLIENTE AL MISMO PRECIO:    *
      *    LA COMPRA PASA CON SUS LOTES A LA CUENTA DE ERRORES       *
      *    (LOTEAPL FUNCION T) Y LA VENTA SE LE DEVUELVE CON SU      *
      *    COSTO ORIGINAL Y UNA LINEA DE GANLOT QUE ANULA LA         *
      *    GANANCIA QUE HABIA DEJADO;                                *
      *  - LA EJECUCION PACTADA SE LE APLICA AL PRECIO PACTADO CON   *
      *    LA CUENTA DE ERRORES COMO CONTRAPARTE;                    *
      *  - CADA PUNTA DE EFECTIVO PASA POR EFEPOST EN AMBAS CUENTAS  *
      *    Y LA ORDEN DEL CLIENTE QUEDA CON LA CANTIDAD PACTADA.     *
      * LA POSICION RESULTANTE DE LA CUENTA DE ERRORES SE LLEVA EN   *
      * EL CASO CON SIGNO; CARTMAST DE LA CUENTA DE ERRORES SOLO     *
      * REFLEJA LA PARTE LARGA (UNA POSICION CORTA SE CUBRE AL       *
      * CERRARLA). EL CIERRE EN MERCADO (FUNCION X) REALIZA LA       *
      * GANANCIA POR COSTO PROMEDIO DE LA POSICION; SIN POSICION     *
      * ABIERTA EL CASO QUEDA CERRADO Y, SI LA GANANCIA ACUMULADA ES *
      * NEGATIVA, SE PROPONE EL EVENTO DE PERDIDA OPERACIONAL        *
      * (EVPROP) POR EL IMPORTE PERDIDO.                             *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASO-ERROR ASSIGN TO ERRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ER-CASO
               FILE STATUS IS WS-ER-STATUS.
           SELECT CORRELATIVO-ERROR ASSIGN TO ERRSEQ
               ORGANIZATION IS SEQUENTIAL.
           SELECT CARTERA ASSIGN TO CARTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CLAVE
               FILE STATUS IS WS-CM-STATUS.
           SELECT ORDEN-MAESTRO ASSIGN TO ORDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OM-CLAVE
               FILE STATUS IS WS-OM-STATUS.
           SELECT GANANCIA-REALIZADA ASSIGN TO GANLOT
               ORGANIZATION IS SEQUENTIAL.
           SELECT MOVIMIENTO-CUSTODIA ASSIGN TO CATSMOV
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CASO-ERROR
           RECORDING MODE IS F.
       COPY ERRMAST.
       FD  CORRELATIVO-ERROR
           RECORDING MODE IS F.
       COPY ERRSEQ.
       FD  CARTERA
           RECORDING MODE IS F.
       COPY CARTMAST.
       FD  ORDEN-MAESTRO
           RECORDING MODE IS F.
       COPY ORDMAST.
       FD  GANANCIA-REALIZADA
           RECORDING MODE IS F.
       COPY GANLOT.
       FD  MOVIMIENTO-CUSTODIA
           RECORDING MODE IS F.
       COPY CATSMOV.
       WORKING-STORAGE SECTION.
       01  WS-ER-STATUS                PIC X(02) VALUE '00'.
           88 WS-ER-OK                           VALUE '00'.
           88 WS-ER-NO-ENCONTRADO                VALUE '23'.
       01  WS-CM-STATUS                PIC X(02) VALUE '00'.
           88 WS-CM-OK                           VALUE '00'.
           88 WS-CM-NO-ENCONTRADO                VALUE '23'.
       01  WS-OM-STATUS                PIC X(02) VALUE '00'.
           88 WS-OM-OK                           VALUE '00'.
           88 WS-OM-NO-ENCONTRADA                VALUE '23'.
       77  WS-EOF-GANANCIA             PIC X(01) VALUE 'N'.
           88 WS-FIN-GANANCIA                    VALUE 'S'.
       77  WS-SW-GANANCIA              PIC X(01) VALUE 'N'.
           88 WS-GANANCIA-ENCONTRADA             VALUE 'S'.
       77  WS-CAUSA                    PIC X(01) VALUE SPACES.
           88 WS-CAUSA-VALIDA          VALUE 'S' 'Q' 'N' 'P' 'O'.
       01  WS-FECHA-SISTEMA            PIC 9(08).
       01  WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
           05 WS-FEC-ANIO-E            PIC 9(04).
           05 WS-FEC-MES-E             PIC 9(02).
           05 WS-FEC-DIA-E             PIC 9(02).
       01  WS-FECHA-FORMATEADA.
           05 WS-FEC-ANIO              PIC 9(04).
           05 FILLER                   PIC X(01) VALUE '-'.
           05 WS-FEC-MES               PIC 9(02).
           05 FILLER                   PIC X(01) VALUE '-'.
           05 WS-FEC-DIA               PIC 9(02).
      *    DATOS DEL CASO PARA LA VALIDACION DE DISPONIBLE, TOMADOS  *
      *    DE LOS PARAMETROS EN EL ALTA Y DEL MAESTRO AL APROBAR.    *
       01  WS-CASO-VALIDAR.
           05 WS-VAL-CTA-CLIENTE       PIC X(20).
           05 WS-VAL-NEMONICO-EJEC     PIC X(10).
           05 WS-VAL-SENTIDO-EJEC      PIC X(01).
           05 WS-VAL-CAN-EJEC          PIC 9(12).
           05 WS-VAL-NEMONICO-PACT     PIC X(10).
           05 WS-VAL-SENTIDO-PACT      PIC X(01).
           05 WS-VAL-CAN-PACT          PIC 9(12).
       77  WS-CAN-REQUERIDA            PIC 9(12) VALUE 0.
       77  WS-NETO-EJEC                PIC S9(13) VALUE 0.
       77  WS-NETO-PACT                PIC S9(13) VALUE 0.
      *    MOVIMIENTO EN CURSO SOBRE UNA CUENTA: CANTIDAD CON SIGNO  *
      *    (POSITIVA = ENTRADA) E IMPORTE CON SIGNO (POSITIVO =      *
      *    ABONO EN EFECTIVO O DESEMBOLSO DE LA POSICION).           *
       77  WS-CTA-MOV                  PIC X(20) VALUE SPACES.
       77  WS-NEMO-MOV                 PIC X(10) VALUE SPACES.
       77  WS-CAN-MOV                  PIC S9(12) VALUE 0.
       77  WS-CAN-DEBITO               PIC 9(12) VALUE 0.
       77  WS-PRECIO-MOV               PIC 9(08)V9(04) VALUE 0.
       77  WS-IMPORTE-MOV              PIC S9(15)V9(02) VALUE 0.
       77  WS-IMPORTE-OPER             PIC S9(15)V9(02) VALUE 0.
      *    POSICION DE LA CUENTA DE ERRORES ANTES Y DESPUES DEL      *
      *    MOVIMIENTO Y VARIACION DE SU PARTE LARGA EN CARTMAST.     *
       77  WS-IDX-POS                  PIC 9(02) COMP VALUE 0.
       77  WS-POS-ACTUAL               PIC 9(02) COMP VALUE 0.
       77  WS-POS-ABIERTAS             PIC 9(02) COMP VALUE 0.
       77  WS-POS-ANTES                PIC S9(12) VALUE 0.
       77  WS-POS-DESPUES              PIC S9(12) VALUE 0.
       77  WS-LARGA-ANTES              PIC S9(12) VALUE 0.
       77  WS-LARGA-DESPUES            PIC S9(12) VALUE 0.
       77  WS-DELTA-CASA               PIC S9(12) VALUE 0.
       77  WS-CAN-ABIERTA              PIC 9(12) VALUE 0.
       77  WS-IMPORTE-PROP             PIC S9(15)V9(02) VALUE 0.
       77  WS-GANANCIA-CIERRE          PIC S9(15)V9(02) VALUE 0.
      *    LINEA DE GANLOT DE LA VENTA ERRONEA QUE SE ANULA.         *
       77  WS-COSTO-UNITARIO           PIC 9(08)V9(04) VALUE 0.
       77  WS-GL-IMPORTE-VENTA         PIC S9(14)V9(02) VALUE 0.
       77  WS-GL-COSTO-FIFO            PIC S9(14)V9(02) VALUE 0.
       77  WS-GL-GANANCIA              PIC S9(14)V9(02) VALUE 0.
       01  WS-CONCEPTO-ERROR.
           05 WS-CE-TEXTO              PIC X(23) VALUE SPACES.
           05 WS-CE-CASO               PIC 9(09).
           05 FILLER                   PIC X(08) VALUE SPACES.
       COPY CIERCHKP.
       COPY LIBCHKP.
       COPY LOTEAPLP.
       COPY CARTMIRP.
       COPY EFEPOSTP.
       COPY ORDTRCWP.
       COPY EVPROPP.
       COPY ORDVIVWP.
       COPY FWDJRNWP.
       LINKAGE SECTION.
       COPY ERRP.
       PROCEDURE DIVISION USING ERP-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           EVALUATE TRUE
              WHEN ERP-FN-ALTA
                 PERFORM 2000-ALTA-CASO
              WHEN ERP-FN-APROBAR
                 PERFORM 3000-APROBAR-CASO
              WHEN ERP-FN-RECHAZAR
                 PERFORM 4000-RECHAZAR-CASO
              WHEN ERP-FN-CONSULTA
                 PERFORM 5000-CONSULTAR-CASO
              WHEN ERP-FN-CIERRE
                 PERFORM 7000-CERRAR-POSICION
              WHEN OTHER
                 MOVE '12'     TO ERP-COD-RETORNO
                 MOVE 'ERC001' TO ERP-COD-ERROR-DEV
           END-EVALUATE
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE '00'   TO ERP-COD-RETORNO
           MOVE SPACES TO ERP-COD-ERROR-DEV
           MOVE SPACES TO ERP-ESTADO-RESULTANTE
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-FEC-ANIO-E TO WS-FEC-ANIO
           MOVE WS-FEC-MES-E  TO WS-FEC-MES
           MOVE WS-FEC-DIA-E  TO WS-FEC-DIA
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-ALTA-CASO.
           IF ERP-FECHA-EJEC = 0
              MOVE WS-FECHA-SISTEMA TO ERP-FECHA-EJEC
           END-IF
           PERFORM 2100-VALIDAR-DATOS
           IF ERP-COD-RETORNO = '00'
              PERFORM 2150-VALIDAR-CUENTAS
           END-IF
           IF ERP-COD-RETORNO = '00'
              PERFORM 2200-VALIDAR-ORDEN
           END-IF
           IF ERP-COD-RETORNO = '00'
              MOVE ERP-CTA-CLIENTE   TO WS-VAL-CTA-CLIENTE
              MOVE ERP-NEMONICO-EJEC TO WS-VAL-NEMONICO-EJEC
              MOVE ERP-SENTIDO-EJEC  TO WS-VAL-SENTIDO-EJEC
              MOVE ERP-CAN-EJEC      TO WS-VAL-CAN-EJEC
              MOVE ERP-NEMONICO-PACT TO WS-VAL-NEMONICO-PACT
              MOVE ERP-SENTIDO-PACT  TO WS-VAL-SENTIDO-PACT
              MOVE ERP-CAN-PACT      TO WS-VAL-CAN-PACT
              OPEN INPUT CARTERA
              PERFORM 2300-VALIDAR-DISPONIBLES
              CLOSE CARTERA
           END-IF
           IF ERP-COD-RETORNO = '00'
              PERFORM 2500-ASIGNAR-CORRELATIVO
              PERFORM 2600-GRABAR-CASO
           END-IF
           .
       2000-ALTA-CASO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA EJECUCION ERRONEA ES OBLIGATORIA; LA PACTADA PUEDE VENIR  *
      * EN CERO (EL CLIENTE NO DEBIO OPERAR), PERO SI TRAE CANTIDAD  *
      * DEBE TRAER NEMONICO, SENTIDO Y PRECIO.                       *
      *--------------------------------------------------------------*
       2100-VALIDAR-DATOS.
           IF ERP-CTA-CLIENTE = SPACES
              OR ERP-CTA-ERROR = SPACES
              OR ERP-CTA-CLIENTE = ERP-CTA-ERROR
              OR ERP-OPERADOR = SPACES
              OR ERP-NEMONICO-EJEC = SPACES
              OR (ERP-SENTIDO-EJEC NOT = 'C'
                  AND ERP-SENTIDO-EJEC NOT = 'V')
              OR ERP-CAN-EJEC = 0
              OR ERP-PRECIO-EJEC = 0
              OR ERP-FECHA-EJEC > WS-FECHA-SISTEMA
              MOVE '20'     TO ERP-COD-RETORNO
              MOVE 'ERC002' TO ERP-COD-ERROR-DEV
           END-IF
           IF ERP-COD-RETORNO = '00'
              AND ERP-CAN-PACT > 0
              IF ERP-NEMONICO-PACT = SPACES
                 OR (ERP-SENTIDO-PACT NOT = 'C'
                     AND ERP-SENTIDO-PACT NOT = 'V')
                 OR ERP-PRECIO-PACT = 0
                 MOVE '20'     TO ERP-COD-RETORNO
                 MOVE 'ERC002' TO ERP-COD-ERROR-DEV
              END-IF
           END-IF
           IF ERP-COD-RETORNO = '00'
              MOVE ERP-CAUSA TO WS-CAUSA
              IF NOT WS-CAUSA-VALIDA
                 MOVE '20'     TO ERP-COD-RETORNO
                 MOVE 'ERC002' TO ERP-COD-ERROR-DEV
              END-IF
           END-IF
           .
       2100-VALIDAR-DATOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2150-VALIDAR-CUENTAS.
           MOVE ERP-CTA-CLIENTE TO CIE-CTA-VALOR
           CALL 'CIERCHK' USING CIE-PARAMETROS
           IF CIE-CUENTA-CERRADA
              MOVE '24'     TO ERP-COD-RETORNO
              MOVE 'ERC003' TO ERP-COD-ERROR-DEV
           END-IF
           IF ERP-COD-RETORNO = '00'
              MOVE ERP-CTA-CLIENTE TO LIB-CTA-VALOR
              CALL 'LIBCHK' USING LIB-PARAMETROS
              IF NOT LIB-ES-CLIENTE
                 MOVE '16'     TO ERP-COD-RETORNO
                 MOVE 'ERC004' TO ERP-COD-ERROR-DEV
              END-IF
           END-IF
           IF ERP-COD-RETORNO = '00'
              MOVE ERP-CTA-ERROR TO LIB-CTA-VALOR
              CALL 'LIBCHK' USING LIB-PARAMETROS
              IF NOT LIB-ES-CASA
                 MOVE '16'     TO ERP-COD-RETORNO
                 MOVE 'ERC004' TO ERP-COD-ERROR-DEV
              END-IF
           END-IF
           .
       2150-VALIDAR-CUENTAS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2200-VALIDAR-ORDEN.
           OPEN INPUT ORDEN-MAESTRO
           MOVE ERP-CTA-CLIENTE TO OM-CTAVALOR
           MOVE ERP-ORDEN       TO OM-ORDEN
           MOVE '00'            TO WS-OM-STATUS
           READ ORDEN-MAESTRO
              INVALID KEY MOVE '23' TO WS-OM-STATUS
           END-READ
           IF WS-OM-NO-ENCONTRADA
              MOVE '12'     TO ERP-COD-RETORNO
              MOVE 'ERC005' TO ERP-COD-ERROR-DEV
           END-IF
           CLOSE ORDEN-MAESTRO
           .
       2200-VALIDAR-ORDEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LO QUE LA CORRECCION RETIRA DEL CLIENTE: LA COMPRA ERRONEA Y *
      * LA VENTA PACTADA. SI AMBAS PUNTAS SON DEL MISMO NEMONICO, LA *
      * VENTA PACTADA SE MIDE DESPUES DE REVERTIR LA ERRONEA (QUE    *
      * SE APLICA PRIMERO).                                          *
      *--------------------------------------------------------------*
       2300-VALIDAR-DISPONIBLES.
           MOVE 0 TO WS-NETO-EJEC
           IF WS-VAL-SENTIDO-EJEC = 'C'
              MOVE WS-VAL-CTA-CLIENTE   TO CM-CTAVALOR
              MOVE WS-VAL-NEMONICO-EJEC TO CM-NEMONICO
              MOVE WS-VAL-CAN-EJEC      TO WS-CAN-REQUERIDA
              PERFORM 2400-VALIDAR-DISPONIBLE
              MOVE WS-VAL-CAN-EJEC      TO WS-NETO-EJEC
           ELSE
              COMPUTE WS-NETO-EJEC = 0 - WS-VAL-CAN-EJEC
           END-IF
           IF ERP-COD-RETORNO = '00'
              AND WS-VAL-CAN-PACT > 0
              AND WS-VAL-SENTIDO-PACT = 'V'
              IF WS-VAL-NEMONICO-PACT = WS-VAL-NEMONICO-EJEC
                 COMPUTE WS-NETO-PACT =
                    WS-VAL-CAN-PACT + WS-NETO-EJEC
              ELSE
                 MOVE WS-VAL-CAN-PACT TO WS-NETO-PACT
              END-IF
              IF WS-NETO-PACT > 0
                 MOVE WS-VAL-CTA-CLIENTE   TO CM-CTAVALOR
                 MOVE WS-VAL-NEMONICO-PACT TO CM-NEMONICO
                 MOVE WS-NETO-PACT         TO WS-CAN-REQUERIDA
                 PERFORM 2400-VALIDAR-DISPONIBLE
              END-IF
           END-IF
           .
       2300-VALIDAR-DISPONIBLES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LECTURA DE LA TENENCIA DEL CLIENTE (CM-CLAVE YA CARGADA)     *
      * CONTRA LA CANTIDAD A RETIRAR (WS-CAN-REQUERIDA).             *
      *--------------------------------------------------------------*
       2400-VALIDAR-DISPONIBLE.
           MOVE '00' TO WS-CM-STATUS
           READ CARTERA
              INVALID KEY MOVE '23' TO WS-CM-STATUS
           END-READ
           IF WS-CM-NO-ENCONTRADO
              MOVE '16'     TO ERP-COD-RETORNO
              MOVE 'ERC006' TO ERP-COD-ERROR-DEV
           ELSE
              IF WS-CAN-REQUERIDA > CM-SDODIS
                 MOVE '16'     TO ERP-COD-RETORNO
                 MOVE 'ERC007' TO ERP-COD-ERROR-DEV
              END-IF
           END-IF
           .
       2400-VALIDAR-DISPONIBLE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2500-ASIGNAR-CORRELATIVO.
           OPEN I-O CORRELATIVO-ERROR
           READ CORRELATIVO-ERROR
           ADD 1 TO SEQ-ULTIMO-ERROR
           REWRITE SEQ-CONTROL-ERROR
           CLOSE CORRELATIVO-ERROR
           MOVE SEQ-ULTIMO-ERROR TO ERP-CASO
           .
       2500-ASIGNAR-CORRELATIVO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2600-GRABAR-CASO.
           OPEN I-O CASO-ERROR
           MOVE ERP-CASO            TO ER-CASO
           MOVE ERP-CTA-CLIENTE     TO ER-CTA-CLIENTE
           MOVE ERP-ORDEN           TO ER-ORDEN
           MOVE ERP-CTA-ERROR       TO ER-CTA-ERROR
           MOVE ERP-OPERADOR        TO ER-OPERADOR
           MOVE ERP-CAUSA           TO ER-CAUSA
           MOVE ERP-FECHA-EJEC      TO ER-FECHA-EJEC
           MOVE ERP-MONEDA          TO ER-MONEDA
           MOVE ERP-NEMONICO-EJEC   TO ER-NEMONICO-EJEC
           MOVE ERP-SENTIDO-EJEC    TO ER-SENTIDO-EJEC
           MOVE ERP-CAN-EJEC        TO ER-CAN-EJEC
           MOVE ERP-PRECIO-EJEC     TO ER-PRECIO-EJEC
           IF ERP-CAN-PACT > 0
              MOVE ERP-NEMONICO-PACT TO ER-NEMONICO-PACT
              MOVE ERP-SENTIDO-PACT  TO ER-SENTIDO-PACT
              MOVE ERP-CAN-PACT      TO ER-CAN-PACT
              MOVE ERP-PRECIO-PACT   TO ER-PRECIO-PACT
           ELSE
              MOVE SPACES            TO ER-NEMONICO-PACT
              MOVE SPACES            TO ER-SENTIDO-PACT
              MOVE 0                 TO ER-CAN-PACT
              MOVE 0                 TO ER-PRECIO-PACT
           END-IF
           MOVE ERP-DESCRIPCION     TO ER-DESCRIPCION
           PERFORM 2610-LIMPIAR-POSICION
              VARYING WS-IDX-POS FROM 1 BY 1
              UNTIL WS-IDX-POS > 2
           MOVE 0                   TO ER-GANANCIA-REALIZADA
           MOVE ERP-USUARIO         TO ER-USU-INGRESO
           MOVE WS-FECHA-SISTEMA    TO ER-FEC-INGRESO
           MOVE SPACES              TO ER-USU-APROBADOR
           MOVE 0                   TO ER-FEC-APROBACION
           MOVE 0                   TO ER-FEC-CIERRE
           MOVE 'PENDIENTE'         TO ER-ESTADO
           WRITE ER-REGISTRO-ERROR
              INVALID KEY
                 MOVE '16'     TO ERP-COD-RETORNO
                 MOVE 'ERC008' TO ERP-COD-ERROR-DEV
           END-WRITE
           MOVE ER-ESTADO TO ERP-ESTADO-RESULTANTE
           CLOSE CASO-ERROR
           .
       2600-GRABAR-CASO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2610-LIMPIAR-POSICION.
           MOVE SPACES TO ER-POS-NEMONICO(WS-IDX-POS)
           MOVE 0      TO ER-POS-CANTIDAD(WS-IDX-POS)
           MOVE 0      TO ER-POS-IMPORTE(WS-IDX-POS)
           .
       2610-LIMPIAR-POSICION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-APROBAR-CASO.
           PERFORM 6000-LEER-CASO
           IF ERP-COD-RETORNO = '00'
              EVALUATE TRUE
                 WHEN NOT ER-PENDIENTE
                    MOVE '16'     TO ERP-COD-RETORNO
                    MOVE 'ERC010' TO ERP-COD-ERROR-DEV
                 WHEN ERP-USUARIO = ER-USU-INGRESO
      *             CONTROL DE DOBLE FIRMA: EL APROBADOR DEBE SER    *
      *             DISTINTO DEL QUE INGRESO EL CASO.                *
                    MOVE '16'     TO ERP-COD-RETORNO
                    MOVE 'ERC011' TO ERP-COD-ERROR-DEV
              END-EVALUATE
           END-IF
           IF ERP-COD-RETORNO = '00'
              MOVE ER-CTA-CLIENTE   TO WS-VAL-CTA-CLIENTE
              MOVE ER-NEMONICO-EJEC TO WS-VAL-NEMONICO-EJEC
              MOVE ER-SENTIDO-EJEC  TO WS-VAL-SENTIDO-EJEC
              MOVE ER-CAN-EJEC      TO WS-VAL-CAN-EJEC
              MOVE ER-NEMONICO-PACT TO WS-VAL-NEMONICO-PACT
              MOVE ER-SENTIDO-PACT  TO WS-VAL-SENTIDO-PACT
              MOVE ER-CAN-PACT      TO WS-VAL-CAN-PACT
              MOVE ER-CASO          TO WS-CE-CASO
              MOVE 'CORRECCION ERROR CASO' TO WS-CE-TEXTO
              OPEN I-O CARTERA
              PERFORM 2300-VALIDAR-DISPONIBLES
              IF ERP-COD-RETORNO = '00'
                 PERFORM 3100-REVERTIR-EJECUCION
              END-IF
              IF ERP-COD-RETORNO = '00'
                 AND ER-CAN-PACT > 0
                 PERFORM 3200-APLICAR-PACTADA
              END-IF
              CLOSE CARTERA
           END-IF
           IF ERP-COD-RETORNO = '00'
              PERFORM 3300-ACTUALIZAR-ORDEN
              MOVE 'APLICADO'       TO ER-ESTADO
              MOVE ERP-USUARIO      TO ER-USU-APROBADOR
              MOVE WS-FECHA-SISTEMA TO ER-FEC-APROBACION
              PERFORM 3900-EVALUAR-CIERRE
              REWRITE ER-REGISTRO-ERROR
              PERFORM 5100-DEVOLVER-POSICION
           END-IF
           CLOSE CASO-ERROR
           .
       3000-APROBAR-CASO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA EJECUCION ERRONEA SALE DEL CLIENTE AL PRECIO EJECUTADO.   *
      * LA COMPRA PASA A LA CUENTA DE ERRORES CON SUS LOTES Y SU PAR *
      * DE MOVIMIENTOS CATSMOV; LA VENTA SE LE DEVUELVE AL CLIENTE Y *
      * LA CUENTA DE ERRORES QUEDA CORTA.                            *
      *--------------------------------------------------------------*
       3100-REVERTIR-EJECUCION.
           COMPUTE WS-IMPORTE-OPER ROUNDED =
              ER-CAN-EJEC * ER-PRECIO-EJEC
           MOVE ER-CTA-CLIENTE TO WS-CTA-MOV
           IF ER-EJEC-COMPRA
              MOVE WS-IMPORTE-OPER TO WS-IMPORTE-MOV
           ELSE
              COMPUTE WS-IMPORTE-MOV = 0 - WS-IMPORTE-OPER
           END-IF
           PERFORM 3700-MOVER-EFECTIVO
           IF ERP-COD-RETORNO = '00'
              MOVE ER-CTA-ERROR TO WS-CTA-MOV
              COMPUTE WS-IMPORTE-MOV = 0 - WS-IMPORTE-MOV
              PERFORM 3700-MOVER-EFECTIVO
           END-IF
           IF ERP-COD-RETORNO = '00'
              MOVE ER-NEMONICO-EJEC TO WS-NEMO-MOV
              IF ER-EJEC-COMPRA
                 PERFORM 3110-TRASPASAR-COMPRA
                 MOVE ER-CAN-EJEC     TO WS-CAN-MOV
                 MOVE WS-IMPORTE-OPER TO WS-IMPORTE-MOV
              ELSE
                 PERFORM 3150-DEVOLVER-VENTA
                 COMPUTE WS-CAN-MOV = 0 - ER-CAN-EJEC
                 COMPUTE WS-IMPORTE-MOV = 0 - WS-IMPORTE-OPER
              END-IF
              PERFORM 3800-ACUMULAR-POSICION
           END-IF
           .
       3100-REVERTIR-EJECUCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3110-TRASPASAR-COMPRA.
           MOVE ER-CTA-CLIENTE TO WS-CTA-MOV
           COMPUTE WS-CAN-MOV = 0 - ER-CAN-EJEC
           MOVE ER-PRECIO-EJEC TO WS-PRECIO-MOV
           PERFORM 3600-AJUSTAR-TENENCIA
           MOVE ER-CTA-ERROR   TO WS-CTA-MOV
           MOVE ER-CAN-EJEC    TO WS-CAN-MOV
           PERFORM 3600-AJUSTAR-TENENCIA
           MOVE 'T'              TO LOT-FUNCION
           MOVE ER-CTA-CLIENTE   TO LOT-CTA-VALOR
           MOVE ER-CTA-ERROR     TO LOT-CTA-DESTINO
           MOVE ER-NEMONICO-EJEC TO LOT-NEMONICO
           MOVE 0                TO LOT-ORDEN
           MOVE WS-FECHA-SISTEMA TO LOT-FECHA
           MOVE ER-CAN-EJEC      TO LOT-CANTIDAD
           MOVE 0                TO LOT-PRECIO
           MOVE 0                TO LOT-IMPORTE-VENTA
           MOVE 0                TO LOT-RATIO-SPLIT
           CALL 'LOTEAPL' USING LOT-PARAMETROS
           OPEN EXTEND MOVIMIENTO-CUSTODIA
           MOVE ER-CTA-CLIENTE      TO CV-CTAVALOR
           MOVE ER-NEMONICO-EJEC    TO CV-NEMONICO
           MOVE WS-FECHA-FORMATEADA TO CV-FECHA-MOV
           MOVE 'S'                 TO CV-ENTR-SALI
           MOVE ER-CAN-EJEC         TO CV-CAN-TITULOS
           MOVE SPACES              TO CV-NRO-CERFICA
           MOVE 'CORRECCION ERROR'  TO CV-MOTIVO
           WRITE CV-REGISTRO-MOVIMIENTO
           MOVE ER-CTA-ERROR        TO CV-CTAVALOR
           MOVE 'E'                 TO CV-ENTR-SALI
           WRITE CV-REGISTRO-MOVIMIENTO
           CLOSE MOVIMIENTO-CUSTODIA
           .
       3110-TRASPASAR-COMPRA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA VENTA ERRONEA YA RELEVO LOTES Y DEJO SU GANANCIA EN       *
      * GANLOT: SE UBICA ESA LINEA (CUENTA, NEMONICO, FECHA Y        *
      * CANTIDAD) Y SE GRABA OTRA CON LOS IMPORTES EN NEGATIVO, Y EL *
      * LOTE SE REABRE AL COSTO UNITARIO RELEVADO. SIN LINEA EN      *
      * GANLOT (POSICION ANTERIOR AL INVENTARIO DE LOTES) EL LOTE SE *
      * REABRE AL PRECIO EJECUTADO.                                  *
      *--------------------------------------------------------------*
       3150-DEVOLVER-VENTA.
           MOVE 'N' TO WS-SW-GANANCIA
           MOVE 'N' TO WS-EOF-GANANCIA
           MOVE ER-PRECIO-EJEC TO WS-COSTO-UNITARIO
           OPEN INPUT GANANCIA-REALIZADA
           READ GANANCIA-REALIZADA
              AT END MOVE 'S' TO WS-EOF-GANANCIA
           END-READ
           PERFORM 3160-UBICAR-GANANCIA
              UNTIL WS-FIN-GANANCIA
           CLOSE GANANCIA-REALIZADA
           IF WS-GANANCIA-ENCONTRADA
              COMPUTE WS-COSTO-UNITARIO ROUNDED =
                 WS-GL-COSTO-FIFO / ER-CAN-EJEC
              OPEN EXTEND GANANCIA-REALIZADA
              MOVE ER-CTA-CLIENTE   TO GL-CTAVALOR
              MOVE ER-NEMONICO-EJEC TO GL-NEMONICO
              MOVE ER-FECHA-EJEC    TO GL-FECHA-VENTA
              COMPUTE GL-CAN-VENDIDA    = 0 - ER-CAN-EJEC
              COMPUTE GL-IMPORTE-VENTA  = 0 - WS-GL-IMPORTE-VENTA
              COMPUTE GL-COSTO-FIFO     = 0 - WS-GL-COSTO-FIFO
              COMPUTE GL-GANANCIA       = 0 - WS-GL-GANANCIA
              WRITE GL-REGISTRO-GANANCIA
              CLOSE GANANCIA-REALIZADA
           END-IF
           MOVE ER-CTA-CLIENTE    TO WS-CTA-MOV
           MOVE ER-CAN-EJEC       TO WS-CAN-MOV
           MOVE WS-COSTO-UNITARIO TO WS-PRECIO-MOV
           PERFORM 3600-AJUSTAR-TENENCIA
           PERFORM 3650-APLICAR-LOTE
           .
       3150-DEVOLVER-VENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3160-UBICAR-GANANCIA.
           IF GL-CTAVALOR = ER-CTA-CLIENTE
              AND GL-NEMONICO = ER-NEMONICO-EJEC
              AND GL-FECHA-VENTA = ER-FECHA-EJEC
              AND GL-CAN-VENDIDA = ER-CAN-EJEC
              MOVE 'S'              TO WS-SW-GANANCIA
              MOVE GL-IMPORTE-VENTA TO WS-GL-IMPORTE-VENTA
              MOVE GL-COSTO-FIFO    TO WS-GL-COSTO-FIFO
              MOVE GL-GANANCIA      TO WS-GL-GANANCIA
           END-IF
           READ GANANCIA-REALIZADA
              AT END MOVE 'S' TO WS-EOF-GANANCIA
           END-READ
           .
       3160-UBICAR-GANANCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EJECUCION PACTADA AL PRECIO PACTADO, CON LA CUENTA DE        *
      * ERRORES COMO CONTRAPARTE: EL CLIENTE COMPRA (O VENDE) Y LA   *
      * POSICION DE ERRORES SE MUEVE EN SENTIDO CONTRARIO.           *
      *--------------------------------------------------------------*
       3200-APLICAR-PACTADA.
           COMPUTE WS-IMPORTE-OPER ROUNDED =
              ER-CAN-PACT * ER-PRECIO-PACT
           MOVE ER-CTA-CLIENTE TO WS-CTA-MOV
           IF ER-PACT-COMPRA
              COMPUTE WS-IMPORTE-MOV = 0 - WS-IMPORTE-OPER
           ELSE
              MOVE WS-IMPORTE-OPER TO WS-IMPORTE-MOV
           END-IF
           PERFORM 3700-MOVER-EFECTIVO
           IF ERP-COD-RETORNO = '00'
              MOVE ER-CTA-ERROR TO WS-CTA-MOV
              COMPUTE WS-IMPORTE-MOV = 0 - WS-IMPORTE-MOV
              PERFORM 3700-MOVER-EFECTIVO
           END-IF
           IF ERP-COD-RETORNO = '00'
              MOVE ER-CTA-CLIENTE   TO WS-CTA-MOV
              MOVE ER-NEMONICO-PACT TO WS-NEMO-MOV
              MOVE ER-PRECIO-PACT   TO WS-PRECIO-MOV
              IF ER-PACT-COMPRA
                 MOVE ER-CAN-PACT TO WS-CAN-MOV
              ELSE
                 COMPUTE WS-CAN-MOV = 0 - ER-CAN-PACT
              END-IF
              PERFORM 3600-AJUSTAR-TENENCIA
              PERFORM 3650-APLICAR-LOTE
              IF ER-PACT-COMPRA
                 COMPUTE WS-CAN-MOV = 0 - ER-CAN-PACT
                 COMPUTE WS-IMPORTE-MOV = 0 - WS-IMPORTE-OPER
              ELSE
                 MOVE ER-CAN-PACT     TO WS-CAN-MOV
                 MOVE WS-IMPORTE-OPER TO WS-IMPORTE-MOV
              END-IF
              PERFORM 3800-ACUMULAR-POSICION
              PERFORM 3500-MOVER-CASA
           END-IF
           .
       3200-APLICAR-PACTADA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA ORDEN DEL CLIENTE DEJA DE MOSTRAR LA EJECUCION ERRONEA Y  *
      * QUEDA CON LA PACTADA (CANTIDAD Y PRECIO), CON SU HITO DE     *
      * APLICACION EN LA BITACORA DEL CICLO DE VIDA.                 *
      *--------------------------------------------------------------*
       3300-ACTUALIZAR-ORDEN.
           OPEN I-O ORDEN-MAESTRO
           MOVE ER-CTA-CLIENTE TO OM-CTAVALOR
           MOVE ER-ORDEN       TO OM-ORDEN
           MOVE '00'           TO WS-OM-STATUS
           READ ORDEN-MAESTRO
              INVALID KEY MOVE '23' TO WS-OM-STATUS
           END-READ
           IF WS-OM-OK
              SUBTRACT ER-CAN-EJEC FROM OM-CAN-EJECUTADA
              ADD ER-CAN-PACT TO OM-CAN-EJECUTADA
              IF OM-CAN-EJECUTADA < 0
                 MOVE 0 TO OM-CAN-EJECUTADA
              END-IF
              IF ER-CAN-PACT > 0
                 MOVE ER-PRECIO-PACT TO OM-PRECIO-PROM-EJEC
              END-IF
              EVALUATE TRUE
                 WHEN OM-CAN-EJECUTADA >= OM-CAN-ORDEN
                    MOVE 'EJECUTADA' TO OM-SITUACION
                 WHEN OM-CAN-EJECUTADA > 0
                    MOVE 'EJEC-PARC' TO OM-SITUACION
              END-EVALUATE
              MOVE WS-FECHA-SISTEMA TO OM-FEC-MODIF
              MOVE SPACES           TO OM-HOR-MODIF
              MOVE ERP-USUARIO      TO OM-USU-MODIF
              REWRITE OM-REGISTRO-ORDEN
              IF WS-OM-OK
                 MOVE 'ORDMAST '        TO FJW-MAESTRO
                 MOVE 'M'               TO FJW-OPERACION
                 MOVE OM-REGISTRO-ORDEN TO FJW-IMAGEN
                 PERFORM 3690-REGISTRAR-RECUPERACION
              END-IF
              MOVE 'A' TO OVW-FUNCION
              CALL 'ORDVIVW' USING OVW-PARAMETROS OM-REGISTRO-ORDEN
              MOVE OM-ORDEN    TO OTW-ORDEN
              MOVE OM-CTAVALOR TO OTW-CTAVALOR
              MOVE 'A'         TO OTW-ETAPA
              MOVE 'CERRMNT '  TO OTW-PROGRAMA
              MOVE ERP-USUARIO TO OTW-USUARIO
              CALL 'ORDTRCW' USING OTW-PARAMETROS
           END-IF
           CLOSE ORDEN-MAESTRO
           .
       3300-ACTUALIZAR-ORDEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA TENENCIA DE LA CUENTA DE ERRORES EN CARTMAST SIGUE A LA   *
      * PARTE LARGA DE SU POSICION (WS-DELTA-CASA, CALCULADO EN      *
      * 3800): ENTRA CON LOTE NUEVO O SALE RELEVANDO LOTES FIFO AL   *
      * PRECIO DEL MOVIMIENTO (WS-PRECIO-MOV).                       *
      *--------------------------------------------------------------*
       3500-MOVER-CASA.
           IF WS-DELTA-CASA NOT = 0
              MOVE ER-CTA-ERROR  TO WS-CTA-MOV
              MOVE WS-DELTA-CASA TO WS-CAN-MOV
              PERFORM 3600-AJUSTAR-TENENCIA
              PERFORM 3650-APLICAR-LOTE
           END-IF
           .
       3500-MOVER-CASA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * ENTRADA O SALIDA DE WS-CAN-MOV TITULOS DE WS-NEMO-MOV EN LA  *
      * CUENTA WS-CTA-MOV (CARTERA ABIERTA I-O), CON ESPEJO CARTCLI. *
      * LA ENTRADA RECALCULA EL COSTO PROMEDIO CON WS-PRECIO-MOV O   *
      * CREA LA TENENCIA.                                            *
      *--------------------------------------------------------------*
       3600-AJUSTAR-TENENCIA.
           MOVE '00'        TO WS-CM-STATUS
           MOVE WS-NEMO-MOV TO CM-NEMONICO
           MOVE WS-CTA-MOV  TO CM-CTAVALOR
           READ CARTERA
              INVALID KEY MOVE '23' TO WS-CM-STATUS
           END-READ
           IF WS-CAN-MOV > 0
              IF WS-CM-OK
                 COMPUTE CM-PREPRO ROUNDED =
                    ((CM-SDOCON * CM-PREPRO)
                    + (WS-CAN-MOV * WS-PRECIO-MOV))
                    / (CM-SDOCON + WS-CAN-MOV)
                 ADD WS-CAN-MOV TO CM-SDOCON
                 ADD WS-CAN-MOV TO CM-SDODIS
                 REWRITE CM-REGISTRO-CARTERA
                 MOVE 'M' TO FJW-OPERACION
              ELSE
                 MOVE SPACES          TO CM-REGISTRO-CARTERA
                 MOVE WS-NEMO-MOV     TO CM-NEMONICO
                 MOVE WS-CTA-MOV      TO CM-CTAVALOR
                 MOVE ER-MONEDA       TO CM-MONEDA
                 MOVE WS-CAN-MOV      TO CM-SDOCON
                 MOVE WS-CAN-MOV      TO CM-SDODIS
                 MOVE WS-PRECIO-MOV   TO CM-PREPRO
                 MOVE 0               TO CM-PREACT
                 MOVE 0               TO CM-VALACT
                 MOVE 0               TO CM-UTILID
                 MOVE '+'             TO CM-UTILID-S
                 MOVE 0               TO CM-CUSTODIO
                 MOVE 0               TO CM-UTILID-FX
                 MOVE '+'             TO CM-UTILID-FX-S
                 MOVE 0               TO CM-CAMBIO-REVAL
                 MOVE 0               TO CM-SDOPRE
                 MOVE 0               TO CM-SDOPIG
                 WRITE CM-REGISTRO-CARTERA
                 MOVE 'A' TO FJW-OPERACION
              END-IF
           ELSE
              IF WS-CM-OK
                 COMPUTE WS-CAN-DEBITO = 0 - WS-CAN-MOV
                 SUBTRACT WS-CAN-DEBITO FROM CM-SDOCON
                 IF CM-SDODIS >= WS-CAN-DEBITO
                    SUBTRACT WS-CAN-DEBITO FROM CM-SDODIS
                 ELSE
                    MOVE 0 TO CM-SDODIS
                 END-IF
                 REWRITE CM-REGISTRO-CARTERA
                 MOVE 'M' TO FJW-OPERACION
              END-IF
           END-IF
           IF WS-CM-OK
              MOVE 'CARTMAST'          TO FJW-MAESTRO
              MOVE CM-REGISTRO-CARTERA TO FJW-IMAGEN
              PERFORM 3690-REGISTRAR-RECUPERACION
              MOVE 'A' TO CMI-FUNCION
              CALL 'CARTMIRW' USING CMI-PARAMETROS
                                    CM-REGISTRO-CARTERA
           END-IF
           .
       3600-AJUSTAR-TENENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LOTE DEL MOVIMIENTO: LA ENTRADA ABRE LOTE AL PRECIO DEL      *
      * MOVIMIENTO Y LA SALIDA RELEVA FIFO A ESE PRECIO, DEJANDO SU  *
      * LINEA EN GANLOT.                                             *
      *--------------------------------------------------------------*
       3650-APLICAR-LOTE.
           MOVE WS-CTA-MOV       TO LOT-CTA-VALOR
           MOVE WS-NEMO-MOV      TO LOT-NEMONICO
           MOVE 0                TO LOT-ORDEN
           MOVE WS-FECHA-SISTEMA TO LOT-FECHA
           MOVE WS-PRECIO-MOV    TO LOT-PRECIO
           MOVE 0                TO LOT-RATIO-SPLIT
           MOVE SPACES           TO LOT-CTA-DESTINO
           IF WS-CAN-MOV > 0
              MOVE 'C'        TO LOT-FUNCION
              MOVE WS-CAN-MOV TO LOT-CANTIDAD
              MOVE 0          TO LOT-IMPORTE-VENTA
           ELSE
              MOVE 'V'        TO LOT-FUNCION
              COMPUTE LOT-CANTIDAD = 0 - WS-CAN-MOV
              COMPUTE LOT-IMPORTE-VENTA ROUNDED =
                 LOT-CANTIDAD * WS-PRECIO-MOV
           END-IF
           CALL 'LOTEAPL' USING LOT-PARAMETROS
           .
       3650-APLICAR-LOTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * IMAGEN DE ORDMAST O CARTMAST TAL COMO QUEDO GRABADA, PARA LA *
      * RECUPERACION HACIA ADELANTE (RFWDRCV).                       *
      *--------------------------------------------------------------*
       3690-REGISTRAR-RECUPERACION.
           MOVE 'CERRMNT ' TO FJW-PROGRAMA
           CALL 'FWDJRNW' USING FJW-PARAMETROS
           .
       3690-REGISTRAR-RECUPERACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * PUNTA DE EFECTIVO EN WS-CTA-MOV: ABONO SI WS-IMPORTE-MOV ES  *
      * POSITIVO, CARGO SI ES NEGATIVO.                              *
      *--------------------------------------------------------------*
       3700-MOVER-EFECTIVO.
           MOVE WS-CTA-MOV TO EFP-CTA-VALOR
           MOVE ER-MONEDA  TO EFP-MONEDA
           IF WS-IMPORTE-MOV >= 0
              MOVE 'A'            TO EFP-CARGO-ABONO
              MOVE WS-IMPORTE-MOV TO EFP-IMPORTE
           ELSE
              MOVE 'C'            TO EFP-CARGO-ABONO
              COMPUTE EFP-IMPORTE = 0 - WS-IMPORTE-MOV
           END-IF
           MOVE WS-CONCEPTO-ERROR TO EFP-CONCEPTO
           MOVE 0                 TO EFP-FECHA-VALOR
           CALL 'EFEPOST' USING EFP-PARAMETROS
           IF EFP-COD-RETORNO NOT = '00'
              MOVE '16'     TO ERP-COD-RETORNO
              MOVE 'ERC015' TO ERP-COD-ERROR-DEV
           END-IF
           .
       3700-MOVER-EFECTIVO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * SUMA WS-CAN-MOV Y WS-IMPORTE-MOV (VISTOS DESDE LA CUENTA DE  *
      * ERRORES) A LA POSICION DE WS-NEMO-MOV, OCUPANDO LA SEGUNDA   *
      * ENTRADA SI EL NEMONICO ES OTRO, Y CALCULA LA VARIACION DE SU *
      * PARTE LARGA (WS-DELTA-CASA).                                 *
      *--------------------------------------------------------------*
       3800-ACUMULAR-POSICION.
           MOVE 0 TO WS-POS-ACTUAL
           PERFORM 3810-BUSCAR-POSICION
              VARYING WS-IDX-POS FROM 1 BY 1
              UNTIL WS-IDX-POS > 2
                 OR WS-POS-ACTUAL > 0
           MOVE WS-NEMO-MOV TO ER-POS-NEMONICO(WS-POS-ACTUAL)
           MOVE ER-POS-CANTIDAD(WS-POS-ACTUAL) TO WS-POS-ANTES
           ADD WS-CAN-MOV     TO ER-POS-CANTIDAD(WS-POS-ACTUAL)
           ADD WS-IMPORTE-MOV TO ER-POS-IMPORTE(WS-POS-ACTUAL)
           MOVE ER-POS-CANTIDAD(WS-POS-ACTUAL) TO WS-POS-DESPUES
           MOVE 0 TO WS-LARGA-ANTES
           MOVE 0 TO WS-LARGA-DESPUES
           IF WS-POS-ANTES > 0
              MOVE WS-POS-ANTES TO WS-LARGA-ANTES
           END-IF
           IF WS-POS-DESPUES > 0
              MOVE WS-POS-DESPUES TO WS-LARGA-DESPUES
           END-IF
           COMPUTE WS-DELTA-CASA = WS-LARGA-DESPUES - WS-LARGA-ANTES
           .
       3800-ACUMULAR-POSICION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3810-BUSCAR-POSICION.
           IF ER-POS-NEMONICO(WS-IDX-POS) = WS-NEMO-MOV
              OR ER-POS-NEMONICO(WS-IDX-POS) = SPACES
              MOVE WS-IDX-POS TO WS-POS-ACTUAL
           END-IF
           .
       3810-BUSCAR-POSICION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA POSICION QUE QUEDA EN CERO CANTIDAD REALIZA SU DESEMBOLSO *
      * NETO COMO GANANCIA (O PERDIDA). SIN POSICION ABIERTA EL CASO *
      * SE CIERRA Y LA PERDIDA ACUMULADA SE PROPONE COMO EVENTO DE   *
      * PERDIDA OPERACIONAL.                                         *
      *--------------------------------------------------------------*
       3900-EVALUAR-CIERRE.
           MOVE 0 TO WS-POS-ABIERTAS
           PERFORM 3910-REALIZAR-POSICION
              VARYING WS-IDX-POS FROM 1 BY 1
              UNTIL WS-IDX-POS > 2
           IF WS-POS-ABIERTAS = 0
              MOVE 'CERRADO'        TO ER-ESTADO
              MOVE WS-FECHA-SISTEMA TO ER-FEC-CIERRE
              IF ER-GANANCIA-REALIZADA < 0
                 PERFORM 3950-PROPONER-EVENTO
              END-IF
           END-IF
           .
       3900-EVALUAR-CIERRE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3910-REALIZAR-POSICION.
           IF ER-POS-CANTIDAD(WS-IDX-POS) = 0
              SUBTRACT ER-POS-IMPORTE(WS-IDX-POS)
                 FROM ER-GANANCIA-REALIZADA
              MOVE 0 TO ER-POS-IMPORTE(WS-IDX-POS)
           ELSE
              ADD 1 TO WS-POS-ABIERTAS
           END-IF
           .
       3910-REALIZAR-POSICION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3950-PROPONER-EVENTO.
           MOVE 'P'                TO EVP-FUNCION
           MOVE 'CERRMNT'          TO EVP-ORIGEN
           MOVE SPACES             TO EVP-REFERENCIA
           MOVE ER-CASO            TO EVP-REFERENCIA(1:9)
           MOVE 'E'                TO EVP-FUENTE
           MOVE ER-FECHA-EJEC      TO EVP-FECHA-OCURRENCIA
           MOVE ER-FEC-INGRESO     TO EVP-FECHA-DESCUBRIMIENTO
           MOVE 8                  TO EVP-LINEA-NEGOCIO
           MOVE 7                  TO EVP-TIPO-EVENTO
           MOVE ER-CTA-ERROR       TO EVP-CTAVALOR
           MOVE ER-MONEDA          TO EVP-MONEDA
           COMPUTE EVP-IMPORTE = 0 - ER-GANANCIA-REALIZADA
           MOVE ER-DESCRIPCION     TO EVP-DESCRIPCION
           CALL 'EVPROP' USING EVP-PARAMETROS
           .
       3950-PROPONER-EVENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-RECHAZAR-CASO.
           PERFORM 6000-LEER-CASO
           IF ERP-COD-RETORNO = '00'
              IF ER-PENDIENTE
                 MOVE 'RECHAZADO'      TO ER-ESTADO
                 MOVE ERP-USUARIO      TO ER-USU-APROBADOR
                 MOVE WS-FECHA-SISTEMA TO ER-FEC-APROBACION
                 REWRITE ER-REGISTRO-ERROR
                 MOVE ER-ESTADO TO ERP-ESTADO-RESULTANTE
              ELSE
                 MOVE '16'     TO ERP-COD-RETORNO
                 MOVE 'ERC010' TO ERP-COD-ERROR-DEV
              END-IF
           END-IF
           CLOSE CASO-ERROR
           .
       4000-RECHAZAR-CASO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5000-CONSULTAR-CASO.
           PERFORM 6000-LEER-CASO
           IF ERP-COD-RETORNO = '00'
              MOVE ER-CTA-CLIENTE      TO ERP-CTA-CLIENTE
              MOVE ER-ORDEN            TO ERP-ORDEN
              MOVE ER-CTA-ERROR        TO ERP-CTA-ERROR
              MOVE ER-OPERADOR         TO ERP-OPERADOR
              MOVE ER-CAUSA            TO ERP-CAUSA
              MOVE ER-FECHA-EJEC       TO ERP-FECHA-EJEC
              MOVE ER-MONEDA           TO ERP-MONEDA
              MOVE ER-NEMONICO-EJEC    TO ERP-NEMONICO-EJEC
              MOVE ER-SENTIDO-EJEC     TO ERP-SENTIDO-EJEC
              MOVE ER-CAN-EJEC         TO ERP-CAN-EJEC
              MOVE ER-PRECIO-EJEC      TO ERP-PRECIO-EJEC
              MOVE ER-NEMONICO-PACT    TO ERP-NEMONICO-PACT
              MOVE ER-SENTIDO-PACT     TO ERP-SENTIDO-PACT
              MOVE ER-CAN-PACT         TO ERP-CAN-PACT
              MOVE ER-PRECIO-PACT      TO ERP-PRECIO-PACT
              MOVE ER-DESCRIPCION      TO ERP-DESCRIPCION
              PERFORM 5100-DEVOLVER-POSICION
           END-IF
           CLOSE CASO-ERROR
           .
       5000-CONSULTAR-CASO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5100-DEVOLVER-POSICION.
           PERFORM 5110-DEVOLVER-ENTRADA
              VARYING WS-IDX-POS FROM 1 BY 1
              UNTIL WS-IDX-POS > 2
           MOVE ER-GANANCIA-REALIZADA TO ERP-GANANCIA-REALIZADA
           MOVE ER-ESTADO             TO ERP-ESTADO-RESULTANTE
           .
       5100-DEVOLVER-POSICION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5110-DEVOLVER-ENTRADA.
           MOVE ER-POS-NEMONICO(WS-IDX-POS)
              TO ERP-POS-NEMONICO(WS-IDX-POS)
           MOVE ER-POS-CANTIDAD(WS-IDX-POS)
              TO ERP-POS-CANTIDAD(WS-IDX-POS)
           MOVE ER-POS-IMPORTE(WS-IDX-POS)
              TO ERP-POS-IMPORTE(WS-IDX-POS)
           .
       5110-DEVOLVER-ENTRADA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6000-LEER-CASO.
           OPEN I-O CASO-ERROR
           MOVE ERP-CASO TO ER-CASO
           READ CASO-ERROR
              INVALID KEY
                 MOVE '12'     TO ERP-COD-RETORNO
                 MOVE 'ERC009' TO ERP-COD-ERROR-DEV
           END-READ
           .
       6000-LEER-CASO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CIERRE EN MERCADO DE LA POSICION DE ERRORES DE UN NEMONICO:  *
      * LA LARGA SE VENDE Y LA CORTA SE RECOMPRA A                   *
      * ERP-PRECIO-CIERRE. LA GANANCIA ES EL IMPORTE DEL CIERRE      *
      * CONTRA LA PORCION PROPORCIONAL DEL DESEMBOLSO NETO DE LA     *
      * POSICION.                                                    *
      *--------------------------------------------------------------*
       7000-CERRAR-POSICION.
           PERFORM 6000-LEER-CASO
           IF ERP-COD-RETORNO = '00'
              AND NOT ER-APLICADO
              MOVE '16'     TO ERP-COD-RETORNO
              MOVE 'ERC012' TO ERP-COD-ERROR-DEV
           END-IF
           IF ERP-COD-RETORNO = '00'
              MOVE 0 TO WS-POS-ACTUAL
              PERFORM 7010-UBICAR-POSICION
                 VARYING WS-IDX-POS FROM 1 BY 1
                 UNTIL WS-IDX-POS > 2
                    OR WS-POS-ACTUAL > 0
              IF WS-POS-ACTUAL = 0
                 MOVE '16'     TO ERP-COD-RETORNO
                 MOVE 'ERC013' TO ERP-COD-ERROR-DEV
              END-IF
           END-IF
           IF ERP-COD-RETORNO = '00'
              IF ER-POS-CANTIDAD(WS-POS-ACTUAL) > 0
                 MOVE ER-POS-CANTIDAD(WS-POS-ACTUAL) TO WS-CAN-ABIERTA
              ELSE
                 COMPUTE WS-CAN-ABIERTA =
                    0 - ER-POS-CANTIDAD(WS-POS-ACTUAL)
              END-IF
              IF ERP-CAN-CIERRE = 0
                 OR ERP-CAN-CIERRE > WS-CAN-ABIERTA
                 OR ERP-PRECIO-CIERRE = 0
                 MOVE '20'     TO ERP-COD-RETORNO
                 MOVE 'ERC014' TO ERP-COD-ERROR-DEV
              END-IF
           END-IF
           IF ERP-COD-RETORNO = '00'
              PERFORM 7100-APLICAR-CIERRE
           END-IF
           IF ERP-COD-RETORNO = '00'
              PERFORM 3900-EVALUAR-CIERRE
              REWRITE ER-REGISTRO-ERROR
              PERFORM 5100-DEVOLVER-POSICION
           END-IF
           CLOSE CASO-ERROR
           .
       7000-CERRAR-POSICION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7010-UBICAR-POSICION.
           IF ER-POS-NEMONICO(WS-IDX-POS) = ERP-NEMONICO-CIERRE
              AND ER-POS-CANTIDAD(WS-IDX-POS) NOT = 0
              MOVE WS-IDX-POS TO WS-POS-ACTUAL
           END-IF
           .
       7010-UBICAR-POSICION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7100-APLICAR-CIERRE.
           MOVE ER-CASO TO WS-CE-CASO
           MOVE 'CIERRE POSICION ERROR' TO WS-CE-TEXTO
           COMPUTE WS-IMPORTE-OPER ROUNDED =
              ERP-CAN-CIERRE * ERP-PRECIO-CIERRE
           COMPUTE WS-IMPORTE-PROP ROUNDED =
              ER-POS-IMPORTE(WS-POS-ACTUAL) * ERP-CAN-CIERRE
              / WS-CAN-ABIERTA
           MOVE ER-CTA-ERROR TO WS-CTA-MOV
           IF ER-POS-CANTIDAD(WS-POS-ACTUAL) > 0
              MOVE WS-IMPORTE-OPER TO WS-IMPORTE-MOV
              COMPUTE WS-GANANCIA-CIERRE =
                 WS-IMPORTE-OPER - WS-IMPORTE-PROP
              COMPUTE WS-CAN-MOV = 0 - ERP-CAN-CIERRE
           ELSE
              COMPUTE WS-IMPORTE-MOV = 0 - WS-IMPORTE-OPER
              COMPUTE WS-GANANCIA-CIERRE =
                 0 - WS-IMPORTE-PROP - WS-IMPORTE-OPER
              MOVE ERP-CAN-CIERRE TO WS-CAN-MOV
           END-IF
           PERFORM 3700-MOVER-EFECTIVO
           IF ERP-COD-RETORNO = '00'
              MOVE ERP-NEMONICO-CIERRE TO WS-NEMO-MOV
              MOVE ERP-PRECIO-CIERRE   TO WS-PRECIO-MOV
              COMPUTE WS-IMPORTE-MOV = 0 - WS-IMPORTE-PROP
              PERFORM 3800-ACUMULAR-POSICION
              ADD WS-GANANCIA-CIERRE TO ER-GANANCIA-REALIZADA
              OPEN I-O CARTERA
              PERFORM 3500-MOVER-CASA
              CLOSE CARTERA
           END-IF
           .
       7100-APLICAR-CIERRE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

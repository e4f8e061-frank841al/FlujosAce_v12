       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CTRINMNT.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  21/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 21/09/2026 JQ      ALTA. TRASPASO INTERNO LIBRE DE PAGO      *
      *                    ENTRE CUENTAS-VALOR DEL MISMO TITULAR     *
      *                    (TRINMAST) CON DOBLE FIRMA: MUEVE         *
      *                    SDOCON/SDODIS EN CARTMAST CON ESPEJO      *
      *                    CARTCLI, TRASLADA LOS LOTES DE LOTEMAST   *
      *                    CON SU COSTO Y FECHA ORIGINALES (LOTEAPL) *
      *                    Y ESCRIBE SALIDA Y ENTRADA EN CATSMOV.    *
      * 15/10/2026 JQ      CADA CAMBIO DE CARTMAST (SALIDA DEL       *
      *                    ORIGEN, ENTRADA O ALTA EN EL DESTINO)     *
      *                    DEJA SU IMAGEN EN LA BITACORA DE          *
      *                    RECUPERACION HACIA ADELANTE (FWDJRNW)     *
      *                    PARA RFWDRCV.                             *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * REEMPLAZA LA VENTA Y RECOMPRA (O EL PAR DE AJUSTES MANUALES) *
      * CON QUE SE MOVIAN TITULOS ENTRE DOS CUENTAS DE UN MISMO      *
      * CLIENTE, QUE GENERABA COMISIONES, PERDIA EL COSTO HISTORICO  *
      * Y NO DEJABA MOVIMIENTO DE CUSTODIA. EL ALTA EXIGE QUE AMBAS  *
      * CUENTAS ESTEN ABIERTAS (CIERCHK), TENGAN EL MISMO TITULAR EN *
      * EODCLI Y, SI ALGUNA ES MANCOMUNADA, LOS MISMOS COTITULARES   *
      * VIGENTES (COTICHK), Y QUE EL ORIGEN TENGA SALDO DISPONIBLE.  *
      * LA APROBACION LA HACE UN SEGUNDO USUARIO DISTINTO DEL QUE    *
      * INGRESO (MISMO ESQUEMA QUE CAJUMNT), VUELVE A VERIFICAR EL   *
      * DISPONIBLE Y APLICA: SALIDA DEL ORIGEN, ENTRADA AL DESTINO   *
      * CON COSTO PROMEDIO PONDERADO, TRASPASO DE LOTES FIFO Y EL    *
      * PAR DE MOVIMIENTOS CATSMOV.                                  *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRASPASO-INTERNO ASSIGN TO TRINMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TV-TRASPASO
               FILE STATUS IS WS-TV-STATUS.
           SELECT CORRELATIVO-TRINTERNO ASSIGN TO TRINSEQ
               ORGANIZATION IS SEQUENTIAL.
           SELECT CARTERA ASSIGN TO CARTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CLAVE
               FILE STATUS IS WS-CM-STATUS.
           SELECT CLIENTE-EXT ASSIGN TO EODCLI
               ORGANIZATION IS SEQUENTIAL.
           SELECT MOVIMIENTO-CUSTODIA ASSIGN TO CATSMOV
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TRASPASO-INTERNO
           RECORDING MODE IS F.
       COPY TRINMAST.
       FD  CORRELATIVO-TRINTERNO
           RECORDING MODE IS F.
       COPY TRINSEQ.
       FD  CARTERA
           RECORDING MODE IS F.
       COPY CARTMAST.
       FD  CLIENTE-EXT
           RECORDING MODE IS F.
       COPY EODCLI.
       FD  MOVIMIENTO-CUSTODIA
           RECORDING MODE IS F.
       COPY CATSMOV.
       WORKING-STORAGE SECTION.
       01  WS-TV-STATUS                PIC X(02) VALUE '00'.
           88 WS-TV-OK                           VALUE '00'.
           88 WS-TV-NO-ENCONTRADO                VALUE '23'.
       01  WS-CM-STATUS                PIC X(02) VALUE '00'.
           88 WS-CM-OK                           VALUE '00'.
           88 WS-CM-NO-ENCONTRADO                VALUE '23'.
       77  WS-EOF-CLIENTE              PIC X(01) VALUE 'N'.
           88 WS-FIN-CLIENTE                     VALUE 'S'.
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
       01  WS-TITULAR-ORIGEN.
           05 WS-TIPO-DOC-ORIGEN       PIC X(01).
           05 WS-NUME-DOC-ORIGEN       PIC X(20).
       01  WS-TITULAR-DESTINO.
           05 WS-TIPO-DOC-DESTINO      PIC X(01).
           05 WS-NUME-DOC-DESTINO      PIC X(20).
       77  WS-CAN-TRASPASO             PIC 9(12) VALUE 0.
       77  WS-NRO-COTIT-ORIGEN         PIC 9(02) VALUE 0.
       77  WS-IDX-COTIT                PIC 9(02) COMP VALUE 0.
       01  WS-TABLA-COTIT-ORIGEN.
           05 WS-COTIT-ORIGEN          OCCURS 10 TIMES.
              10 WS-COTIT-TIPO-DOC     PIC X(01).
              10 WS-COTIT-NUME-DOC     PIC X(20).
      *    DATOS DE LA TENENCIA ORIGEN QUE SE HEREDAN EN EL DESTINO. *
       77  WS-MONEDA-ORIGEN            PIC X(03) VALUE SPACES.
       77  WS-PREPRO-ORIGEN            PIC 9(08)V9(04) VALUE 0.
       77  WS-CUSTODIO-ORIGEN          PIC 9(04) VALUE 0.
       COPY CIERCHKP.
       COPY COTCHKP.
       COPY LOTEAPLP.
       COPY CARTMIRP.
       COPY FWDJRNWP.
       LINKAGE SECTION.
       COPY TRINP.
       PROCEDURE DIVISION USING TVP-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           EVALUATE TRUE
              WHEN TVP-FN-ALTA
                 PERFORM 2000-ALTA-TRASPASO
              WHEN TVP-FN-APROBAR
                 PERFORM 3000-APROBAR-TRASPASO
              WHEN TVP-FN-RECHAZAR
                 PERFORM 4000-RECHAZAR-TRASPASO
              WHEN TVP-FN-CONSULTA
                 PERFORM 5000-CONSULTAR-TRASPASO
              WHEN OTHER
                 MOVE '12'     TO TVP-COD-RETORNO
                 MOVE 'TRI001' TO TVP-COD-ERROR-DEV
           END-EVALUATE
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE '00'   TO TVP-COD-RETORNO
           MOVE SPACES TO TVP-COD-ERROR-DEV
           MOVE SPACES TO TVP-ESTADO-RESULTANTE
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-FEC-ANIO-E TO WS-FEC-ANIO
           MOVE WS-FEC-MES-E  TO WS-FEC-MES
           MOVE WS-FEC-DIA-E  TO WS-FEC-DIA
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-ALTA-TRASPASO.
           MOVE 0 TO TVP-COSTO-TRASLADADO
           PERFORM 2100-VALIDAR-CUENTAS
           IF TVP-COD-RETORNO = '00'
              PERFORM 2200-VALIDAR-TITULAR
           END-IF
           IF TVP-COD-RETORNO = '00'
              PERFORM 2300-VALIDAR-COTITULARES
           END-IF
           IF TVP-COD-RETORNO = '00'
              MOVE TVP-CTA-ORIGEN  TO CM-CTAVALOR
              MOVE TVP-NEMONICO    TO CM-NEMONICO
              MOVE TVP-CAN-TITULOS TO WS-CAN-TRASPASO
              OPEN INPUT CARTERA
              PERFORM 2400-VALIDAR-DISPONIBLE
              CLOSE CARTERA
           END-IF
           IF TVP-COD-RETORNO = '00'
              PERFORM 2500-ASIGNAR-CORRELATIVO
              PERFORM 2600-GRABAR-TRASPASO
           END-IF
           .
       2000-ALTA-TRASPASO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-VALIDAR-CUENTAS.
           IF TVP-CTA-ORIGEN = SPACES
              OR TVP-CTA-DESTINO = SPACES
              OR TVP-NEMONICO = SPACES
              OR TVP-CTA-ORIGEN = TVP-CTA-DESTINO
              OR TVP-CAN-TITULOS = 0
              MOVE '20'     TO TVP-COD-RETORNO
              MOVE 'TRI002' TO TVP-COD-ERROR-DEV
           END-IF
           IF TVP-COD-RETORNO = '00'
              MOVE TVP-CTA-ORIGEN TO CIE-CTA-VALOR
              CALL 'CIERCHK' USING CIE-PARAMETROS
              IF CIE-CUENTA-CERRADA
                 MOVE '24'     TO TVP-COD-RETORNO
                 MOVE 'TRI003' TO TVP-COD-ERROR-DEV
              END-IF
           END-IF
           IF TVP-COD-RETORNO = '00'
              MOVE TVP-CTA-DESTINO TO CIE-CTA-VALOR
              CALL 'CIERCHK' USING CIE-PARAMETROS
              IF CIE-CUENTA-CERRADA
                 MOVE '24'     TO TVP-COD-RETORNO
                 MOVE 'TRI003' TO TVP-COD-ERROR-DEV
              END-IF
           END-IF
           .
       2100-VALIDAR-CUENTAS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL TITULAR DE CADA CUENTA SE TOMA DEL EXTRACTO EODCLI (MISMA *
      * FUENTE QUE CCLICMNT PARA UBICAR LAS CUENTAS DE UN CLIENTE);  *
      * AMBAS DEBEN FIGURAR Y TENER EL MISMO DOCUMENTO.              *
      *--------------------------------------------------------------*
       2200-VALIDAR-TITULAR.
           MOVE SPACES TO WS-TITULAR-ORIGEN
           MOVE SPACES TO WS-TITULAR-DESTINO
           MOVE 'N'    TO WS-EOF-CLIENTE
           OPEN INPUT CLIENTE-EXT
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           PERFORM 2210-UBICAR-TITULAR
              UNTIL WS-FIN-CLIENTE
           CLOSE CLIENTE-EXT
           EVALUATE TRUE
              WHEN WS-NUME-DOC-ORIGEN = SPACES
                 OR WS-NUME-DOC-DESTINO = SPACES
                 MOVE '12'     TO TVP-COD-RETORNO
                 MOVE 'TRI004' TO TVP-COD-ERROR-DEV
              WHEN WS-TITULAR-ORIGEN NOT = WS-TITULAR-DESTINO
                 MOVE '16'     TO TVP-COD-RETORNO
                 MOVE 'TRI005' TO TVP-COD-ERROR-DEV
           END-EVALUATE
           .
       2200-VALIDAR-TITULAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2210-UBICAR-TITULAR.
           IF EC-CTAVALOR = TVP-CTA-ORIGEN
              MOVE EC-TIPO-DOC TO WS-TIPO-DOC-ORIGEN
              MOVE EC-NUME-DOC TO WS-NUME-DOC-ORIGEN
           END-IF
           IF EC-CTAVALOR = TVP-CTA-DESTINO
              MOVE EC-TIPO-DOC TO WS-TIPO-DOC-DESTINO
              MOVE EC-NUME-DOC TO WS-NUME-DOC-DESTINO
           END-IF
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           .
       2210-UBICAR-TITULAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * SI UNA DE LAS CUENTAS ES MANCOMUNADA, EL TRASPASO CAMBIARIA  *
      * LA PROPIEDAD DE LOS TITULOS: SE EXIGE QUE AMBAS TENGAN LOS   *
      * MISMOS COTITULARES VIGENTES. COTICHK LOS DEVUELVE EN ORDEN   *
      * DE DOCUMENTO, POR LO QUE BASTA COMPARARLOS POSICION A        *
      * POSICION.                                                    *
      *--------------------------------------------------------------*
       2300-VALIDAR-COTITULARES.
           MOVE 'C'            TO TCK-FUNCION
           MOVE TVP-CTA-ORIGEN TO TCK-CTA-VALOR
           CALL 'COTICHK' USING TCK-PARAMETROS
           MOVE TCK-NRO-TITULARES TO WS-NRO-COTIT-ORIGEN
           PERFORM 2310-GUARDAR-COTITULAR
              VARYING WS-IDX-COTIT FROM 1 BY 1
              UNTIL WS-IDX-COTIT > WS-NRO-COTIT-ORIGEN
           MOVE 'C'             TO TCK-FUNCION
           MOVE TVP-CTA-DESTINO TO TCK-CTA-VALOR
           CALL 'COTICHK' USING TCK-PARAMETROS
           IF TCK-NRO-TITULARES NOT = WS-NRO-COTIT-ORIGEN
              MOVE '16'     TO TVP-COD-RETORNO
              MOVE 'TRI006' TO TVP-COD-ERROR-DEV
           ELSE
              PERFORM 2320-COMPARAR-COTITULAR
                 VARYING WS-IDX-COTIT FROM 1 BY 1
                 UNTIL WS-IDX-COTIT > WS-NRO-COTIT-ORIGEN
                    OR TVP-COD-RETORNO NOT = '00'
           END-IF
           .
       2300-VALIDAR-COTITULARES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2310-GUARDAR-COTITULAR.
           MOVE TCK-TIPO-DOC(WS-IDX-COTIT)
              TO WS-COTIT-TIPO-DOC(WS-IDX-COTIT)
           MOVE TCK-NUME-DOC(WS-IDX-COTIT)
              TO WS-COTIT-NUME-DOC(WS-IDX-COTIT)
           .
       2310-GUARDAR-COTITULAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2320-COMPARAR-COTITULAR.
           IF TCK-TIPO-DOC(WS-IDX-COTIT)
                 NOT = WS-COTIT-TIPO-DOC(WS-IDX-COTIT)
              OR TCK-NUME-DOC(WS-IDX-COTIT)
                 NOT = WS-COTIT-NUME-DOC(WS-IDX-COTIT)
              MOVE '16'     TO TVP-COD-RETORNO
              MOVE 'TRI006' TO TVP-COD-ERROR-DEV
           END-IF
           .
       2320-COMPARAR-COTITULAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LECTURA DE LA TENENCIA ORIGEN (CM-CLAVE YA CARGADA) CONTRA   *
      * LA CANTIDAD A TRASPASAR (WS-CAN-TRASPASO). SE USA EN EL ALTA *
      * Y SE REPITE EN LA APROBACION, PORQUE EL DISPONIBLE PUDO      *
      * MOVERSE ENTRE AMBAS.                                         *
      *--------------------------------------------------------------*
       2400-VALIDAR-DISPONIBLE.
           MOVE '00' TO WS-CM-STATUS
           READ CARTERA
              INVALID KEY MOVE '23' TO WS-CM-STATUS
           END-READ
           IF WS-CM-NO-ENCONTRADO
              MOVE '16'     TO TVP-COD-RETORNO
              MOVE 'TRI007' TO TVP-COD-ERROR-DEV
           ELSE
              IF WS-CAN-TRASPASO > CM-SDODIS
                 MOVE '16'     TO TVP-COD-RETORNO
                 MOVE 'TRI008' TO TVP-COD-ERROR-DEV
              END-IF
           END-IF
           .
       2400-VALIDAR-DISPONIBLE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2500-ASIGNAR-CORRELATIVO.
           OPEN I-O CORRELATIVO-TRINTERNO
           READ CORRELATIVO-TRINTERNO
           ADD 1 TO SEQ-ULTIMO-TRINTERNO
           REWRITE SEQ-CONTROL-TRINTERNO
           CLOSE CORRELATIVO-TRINTERNO
           MOVE SEQ-ULTIMO-TRINTERNO TO TVP-TRASPASO
           .
       2500-ASIGNAR-CORRELATIVO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2600-GRABAR-TRASPASO.
           OPEN I-O TRASPASO-INTERNO
           MOVE TVP-TRASPASO        TO TV-TRASPASO
           MOVE TVP-CTA-ORIGEN      TO TV-CTA-ORIGEN
           MOVE TVP-CTA-DESTINO     TO TV-CTA-DESTINO
           MOVE TVP-NEMONICO        TO TV-NEMONICO
           MOVE TVP-CAN-TITULOS     TO TV-CAN-TITULOS
           MOVE WS-TIPO-DOC-ORIGEN  TO TV-TIPO-DOC
           MOVE WS-NUME-DOC-ORIGEN  TO TV-NUME-DOC
           MOVE TVP-DESCRIPCION     TO TV-DESCRIPCION
           MOVE 0                   TO TV-COSTO-TRASLADADO
           MOVE TVP-USUARIO         TO TV-USU-INGRESO
           MOVE WS-FECHA-SISTEMA    TO TV-FEC-INGRESO
           MOVE SPACES              TO TV-USU-APROBADOR
           MOVE 0                   TO TV-FEC-APROBACION
           MOVE 'PENDIENTE'         TO TV-ESTADO
           WRITE TV-REGISTRO-TRASPASO
              INVALID KEY
                 MOVE '16'     TO TVP-COD-RETORNO
                 MOVE 'TRI009' TO TVP-COD-ERROR-DEV
           END-WRITE
           MOVE TV-ESTADO TO TVP-ESTADO-RESULTANTE
           CLOSE TRASPASO-INTERNO
           .
       2600-GRABAR-TRASPASO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-APROBAR-TRASPASO.
           PERFORM 6000-LEER-TRASPASO
           IF TVP-COD-RETORNO = '00'
              EVALUATE TRUE
                 WHEN NOT TV-PENDIENTE
                    MOVE '16'     TO TVP-COD-RETORNO
                    MOVE 'TRI010' TO TVP-COD-ERROR-DEV
                 WHEN TVP-USUARIO = TV-USU-INGRESO
      *             CONTROL DE DOBLE FIRMA: EL APROBADOR DEBE SER    *
      *             DISTINTO DEL QUE INGRESO EL TRASPASO.            *
                    MOVE '16'     TO TVP-COD-RETORNO
                    MOVE 'TRI011' TO TVP-COD-ERROR-DEV
                 WHEN OTHER
                    PERFORM 3100-MOVER-CARTERA
              END-EVALUATE
           END-IF
           IF TVP-COD-RETORNO = '00'
              PERFORM 3200-TRASPASAR-LOTES
              PERFORM 3300-GRABAR-MOVIMIENTOS
              MOVE 'APLICADO'       TO TV-ESTADO
              MOVE TVP-USUARIO      TO TV-USU-APROBADOR
              MOVE WS-FECHA-SISTEMA TO TV-FEC-APROBACION
              REWRITE TV-REGISTRO-TRASPASO
              MOVE TV-ESTADO           TO TVP-ESTADO-RESULTANTE
              MOVE TV-COSTO-TRASLADADO TO TVP-COSTO-TRASLADADO
           END-IF
           CLOSE TRASPASO-INTERNO
           .
       3000-APROBAR-TRASPASO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * SALIDA DEL ORIGEN Y ENTRADA AL DESTINO EN LA MISMA APERTURA  *
      * DE CARTMAST, CADA UNA CON SU ESPEJO CARTCLI. EL DESTINO QUE  *
      * YA TIENE EL VALOR RECALCULA SU COSTO PROMEDIO PONDERANDO EL  *
      * DEL ORIGEN; SI NO LO TIENE SE CREA LA TENENCIA HEREDANDO     *
      * MONEDA, COSTO PROMEDIO Y CUSTODIO.                           *
      *--------------------------------------------------------------*
       3100-MOVER-CARTERA.
           OPEN I-O CARTERA
           MOVE TV-CTA-ORIGEN TO CM-CTAVALOR
           MOVE TV-NEMONICO   TO CM-NEMONICO
           MOVE TV-CAN-TITULOS TO WS-CAN-TRASPASO
           PERFORM 2400-VALIDAR-DISPONIBLE
           IF TVP-COD-RETORNO = '00'
              MOVE CM-MONEDA   TO WS-MONEDA-ORIGEN
              MOVE CM-PREPRO   TO WS-PREPRO-ORIGEN
              MOVE CM-CUSTODIO TO WS-CUSTODIO-ORIGEN
              SUBTRACT TV-CAN-TITULOS FROM CM-SDOCON
              SUBTRACT TV-CAN-TITULOS FROM CM-SDODIS
              REWRITE CM-REGISTRO-CARTERA
              IF WS-CM-OK
                 MOVE 'M' TO FJW-OPERACION
                 PERFORM 3120-REGISTRAR-RECUPERACION
              END-IF
              MOVE 'A' TO CMI-FUNCION
              CALL 'CARTMIRW' USING CMI-PARAMETROS
                                    CM-REGISTRO-CARTERA
              PERFORM 3110-ACREDITAR-DESTINO
           END-IF
           CLOSE CARTERA
           .
       3100-MOVER-CARTERA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3110-ACREDITAR-DESTINO.
           MOVE '00'           TO WS-CM-STATUS
           MOVE TV-CTA-DESTINO TO CM-CTAVALOR
           MOVE TV-NEMONICO    TO CM-NEMONICO
           READ CARTERA
              INVALID KEY MOVE '23' TO WS-CM-STATUS
           END-READ
           IF WS-CM-OK
              COMPUTE CM-PREPRO ROUNDED =
                 ((CM-SDOCON * CM-PREPRO)
                 + (TV-CAN-TITULOS * WS-PREPRO-ORIGEN))
                 / (CM-SDOCON + TV-CAN-TITULOS)
              ADD TV-CAN-TITULOS TO CM-SDOCON
              ADD TV-CAN-TITULOS TO CM-SDODIS
              REWRITE CM-REGISTRO-CARTERA
              MOVE 'M' TO FJW-OPERACION
           ELSE
              MOVE SPACES             TO CM-REGISTRO-CARTERA
              MOVE TV-NEMONICO        TO CM-NEMONICO
              MOVE TV-CTA-DESTINO     TO CM-CTAVALOR
              MOVE WS-MONEDA-ORIGEN   TO CM-MONEDA
              MOVE TV-CAN-TITULOS     TO CM-SDOCON
              MOVE TV-CAN-TITULOS     TO CM-SDODIS
              MOVE WS-PREPRO-ORIGEN   TO CM-PREPRO
              MOVE 0                  TO CM-PREACT
              MOVE 0                  TO CM-VALACT
              MOVE 0                  TO CM-UTILID
              MOVE '+'                TO CM-UTILID-S
              MOVE WS-CUSTODIO-ORIGEN TO CM-CUSTODIO
              MOVE 0                  TO CM-UTILID-FX
              MOVE '+'                TO CM-UTILID-FX-S
              MOVE 0                  TO CM-CAMBIO-REVAL
              MOVE 0                  TO CM-SDOPRE
              MOVE 0                  TO CM-SDOPIG
              WRITE CM-REGISTRO-CARTERA
              MOVE 'A' TO FJW-OPERACION
           END-IF
           IF WS-CM-OK
              PERFORM 3120-REGISTRAR-RECUPERACION
           END-IF
           MOVE 'A' TO CMI-FUNCION
           CALL 'CARTMIRW' USING CMI-PARAMETROS
                                 CM-REGISTRO-CARTERA
           .
       3110-ACREDITAR-DESTINO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * IMAGEN DE CARTMAST TAL COMO QUEDO GRABADA, PARA LA           *
      * RECUPERACION HACIA ADELANTE (RFWDRCV). EL LLAMADOR FIJA LA   *
      * OPERACION.                                                   *
      *--------------------------------------------------------------*
       3120-REGISTRAR-RECUPERACION.
           MOVE 'CARTMAST'          TO FJW-MAESTRO
           MOVE 'CTRINMNT'          TO FJW-PROGRAMA
           MOVE CM-REGISTRO-CARTERA TO FJW-IMAGEN
           CALL 'FWDJRNW' USING FJW-PARAMETROS
           .
       3120-REGISTRAR-RECUPERACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LOS LOTES SE TRASPASAN CON SU FECHA Y COSTO UNITARIO         *
      * ORIGINALES (LOTEAPL FUNCION T), SIN LINEA DE GANANCIA. UN    *
      * RETORNO '02' SOLO INDICA POSICION ANTERIOR AL INVENTARIO DE  *
      * LOTES Y NO DETIENE EL TRASPASO.                              *
      *--------------------------------------------------------------*
       3200-TRASPASAR-LOTES.
           MOVE 'T'              TO LOT-FUNCION
           MOVE TV-CTA-ORIGEN    TO LOT-CTA-VALOR
           MOVE TV-CTA-DESTINO   TO LOT-CTA-DESTINO
           MOVE TV-NEMONICO      TO LOT-NEMONICO
           MOVE 0                TO LOT-ORDEN
           MOVE WS-FECHA-SISTEMA TO LOT-FECHA
           MOVE TV-CAN-TITULOS   TO LOT-CANTIDAD
           MOVE 0                TO LOT-PRECIO
           MOVE 0                TO LOT-IMPORTE-VENTA
           MOVE 0                TO LOT-RATIO-SPLIT
           CALL 'LOTEAPL' USING LOT-PARAMETROS
           MOVE LOT-COSTO-RELEVADO TO TV-COSTO-TRASLADADO
           .
       3200-TRASPASAR-LOTES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3300-GRABAR-MOVIMIENTOS.
           OPEN EXTEND MOVIMIENTO-CUSTODIA
           MOVE TV-CTA-ORIGEN       TO CV-CTAVALOR
           MOVE TV-NEMONICO         TO CV-NEMONICO
           MOVE WS-FECHA-FORMATEADA TO CV-FECHA-MOV
           MOVE 'S'                 TO CV-ENTR-SALI
           MOVE TV-CAN-TITULOS      TO CV-CAN-TITULOS
           MOVE SPACES              TO CV-NRO-CERFICA
           MOVE 'TRASPASO INTERNO'  TO CV-MOTIVO
           WRITE CV-REGISTRO-MOVIMIENTO
           MOVE TV-CTA-DESTINO      TO CV-CTAVALOR
           MOVE 'E'                 TO CV-ENTR-SALI
           WRITE CV-REGISTRO-MOVIMIENTO
           CLOSE MOVIMIENTO-CUSTODIA
           .
       3300-GRABAR-MOVIMIENTOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-RECHAZAR-TRASPASO.
           PERFORM 6000-LEER-TRASPASO
           IF TVP-COD-RETORNO = '00'
              IF TV-PENDIENTE
                 MOVE 'RECHAZADO'      TO TV-ESTADO
                 MOVE TVP-USUARIO      TO TV-USU-APROBADOR
                 MOVE WS-FECHA-SISTEMA TO TV-FEC-APROBACION
                 REWRITE TV-REGISTRO-TRASPASO
                 MOVE TV-ESTADO TO TVP-ESTADO-RESULTANTE
              ELSE
                 MOVE '16'     TO TVP-COD-RETORNO
                 MOVE 'TRI010' TO TVP-COD-ERROR-DEV
              END-IF
           END-IF
           CLOSE TRASPASO-INTERNO
           .
       4000-RECHAZAR-TRASPASO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5000-CONSULTAR-TRASPASO.
           PERFORM 6000-LEER-TRASPASO
           IF TVP-COD-RETORNO = '00'
              MOVE TV-CTA-ORIGEN       TO TVP-CTA-ORIGEN
              MOVE TV-CTA-DESTINO      TO TVP-CTA-DESTINO
              MOVE TV-NEMONICO         TO TVP-NEMONICO
              MOVE TV-CAN-TITULOS      TO TVP-CAN-TITULOS
              MOVE TV-DESCRIPCION      TO TVP-DESCRIPCION
              MOVE TV-COSTO-TRASLADADO TO TVP-COSTO-TRASLADADO
              MOVE TV-ESTADO           TO TVP-ESTADO-RESULTANTE
           END-IF
           CLOSE TRASPASO-INTERNO
           .
       5000-CONSULTAR-TRASPASO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6000-LEER-TRASPASO.
           OPEN I-O TRASPASO-INTERNO
           MOVE TVP-TRASPASO TO TV-TRASPASO
           READ TRASPASO-INTERNO
              INVALID KEY
                 MOVE '12'     TO TVP-COD-RETORNO
                 MOVE 'TRI012' TO TVP-COD-ERROR-DEV
           END-READ
           .
       6000-LEER-TRASPASO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

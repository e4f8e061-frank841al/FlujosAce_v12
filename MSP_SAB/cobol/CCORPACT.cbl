      *                    DE BUCKETS Y LA RESTA DE PIGNORADO DE     *
      *                    RGARLIVE/RGARBAR; LAS IMAGENES DE         *
      *                    CORPJRNL LLEVAN AHORA AMBOS BUCKETS.      *
      * 05/10/2026 JQ      ALTA. CADA SPLIT, DIVIDENDO EN ACCIONES   *
      *                    (NUEVO TIPO 'B', APLICADO COMO SPLIT) O   *
      *                    CSP APLICADO DEJA SU FACTOR DE AJUSTE DE  *
      *                    PRECIOS EN PRCFACT, PARA LA SERIE DE      *
      *                    COTIZACIONES AJUSTADA (QUOHAJUS).         *
      * 05/10/2026 JQ      EL AJUSTE DE ORDENES VIVAS DEL SPLIT SE   *
      *                    POSICIONA EN EL NEMONICO DEL LIBRO DE     *
      *                    ORDENES VIVAS (ORDVIVO) EN LUGAR DE       *
      *                    RECORRER ORDMAST COMPLETO; LA ORDEN       *
      *                    CANCELADA SALE DEL LIBRO. EL CHECKPOINT   *
      *                    SIGUE GUARDANDO CTAVALOR+ORDEN.           *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RECORRE, POR CM-NEMONICO, TODOS LOS TENEDORES DEL VALOR EN   *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-CLAVE
               FILE STATUS IS WS-OM-STATUS.
           SELECT LIBRO-ORDENES-VIVAS ASSIGN TO ORDVIVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OV-CLAVE
               FILE STATUS IS WS-OV-STATUS.
           SELECT ORDEN-HISTORICO ASSIGN TO ORDHIST
               ORGANIZATION IS SEQUENTIAL.
           SELECT LISTADO-ORDENES ASSIGN TO CORPORDL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-CLAVE
               FILE STATUS IS WS-TX-STATUS.
           SELECT FACTOR-PRECIO ASSIGN TO PRCFACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FA-CLAVE
               FILE STATUS IS WS-FA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CARTERA
       FD  ORDEN-MAESTRO
           RECORDING MODE IS F.
       COPY ORDMAST.
       FD  LIBRO-ORDENES-VIVAS
           RECORDING MODE IS F.
       COPY ORDVIVO.
       FD  ORDEN-HISTORICO
           RECORDING MODE IS F.
       COPY ORDHIST.
       FD  REGISTRO-PRENDA
           RECORDING MODE IS F.
       COPY PRENMAST.
       FD  FACTOR-PRECIO
           RECORDING MODE IS F.
       COPY PRCFACT.
       WORKING-STORAGE SECTION.
       01  WS-FA-STATUS                PIC X(02) VALUE '00'.
       01  WS-RATIO-SUSCRIPCION        PIC 9(04)V9(06) COMP-3
                                       VALUE 0.
       01  WS-CS-STATUS                PIC X(02) VALUE '00'.
           88 WS-CS-OK                           VALUE '00'.
       01  WS-NM-STATUS                PIC X(02) VALUE '00'.
       01  WS-OM-STATUS                PIC X(02) VALUE '00'.
           88 WS-OM-OK                           VALUE '00'.
           88 WS-OM-FIN                          VALUE '10'.
       01  WS-OV-STATUS                PIC X(02) VALUE '00'.
           88 WS-OV-OK                           VALUE '00'.
           88 WS-OV-FIN                          VALUE '10'.
       01  WS-LINEA-LISTADO.
           05 WL-CTAVALOR              PIC  X(20).
           05 FILLER                   PIC  X(01) VALUE SPACE.
              10 WS-EN-CAN-DERECHO     PIC S9(12) COMP-3.
              10 WS-EN-IND-USADO       PIC  X(01).
       COPY CARTMIRP.
       COPY QUOHLKUP.
       LINKAGE SECTION.
       COPY CORPACT.
       PROCEDURE DIVISION USING CA-PARAMETROS.
                 PERFORM 2950-REDUCIR-FACTOR
              END-IF
           END-IF
      *    EL FACTOR DE AJUSTE DE PRECIOS REFLEJA EL EVENTO EN EL     *
      *    MERCADO: SE REGISTRA AUNQUE LA CASA NO TENGA TENEDORES.    *
           IF (CA-ES-SPLIT OR CA-ES-CSP)
              AND (CA-COD-RETORNO = '00' OR '20')
              PERFORM 2980-REGISTRAR-FACTOR
           END-IF
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
       2600-AJUSTAR-ORDENES-VIVAS.
           OPEN I-O ORDEN-MAESTRO
           OPEN I-O LIBRO-ORDENES-VIVAS
           OPEN EXTEND ORDEN-HISTORICO
           OPEN OUTPUT LISTADO-ORDENES
           MOVE '00'        TO WS-OV-STATUS
           MOVE LOW-VALUES  TO OV-CLAVE
           MOVE CA-NEMONICO TO OV-NEMONICO
           IF WS-SALTAR-TENEDORES
              AND CP-ULT-CLAVE NOT = SPACES
      *       REINICIO EN FASE DE ORDENES: SE RETOMA DESDE LA CLAVE   *
      *       SIGUIENTE A LA ULTIMA AJUSTADA DENTRO DEL NEMONICO.     *
              MOVE CP-ULT-CLAVE(1:29) TO OV-CLAVE(11:29)
              START LIBRO-ORDENES-VIVAS KEY IS GREATER THAN OV-CLAVE
                 INVALID KEY MOVE '10' TO WS-OV-STATUS
              END-START
           ELSE
              MOVE CA-NEMONICO TO CP-NEMONICO-EVENTO
              MOVE SPACES      TO CP-ULT-CLAVE
              MOVE 'O'         TO CP-ESTADO
              REWRITE CP-REGISTRO-CHECKPOINT
              START LIBRO-ORDENES-VIVAS KEY IS NOT LESS THAN OV-CLAVE
                 INVALID KEY MOVE '10' TO WS-OV-STATUS
              END-START
           END-IF
           IF WS-OV-OK
              READ LIBRO-ORDENES-VIVAS NEXT RECORD
                 AT END MOVE '10' TO WS-OV-STATUS
              END-READ
           END-IF
           PERFORM 2610-REVISAR-ORDEN
              UNTIL WS-OV-FIN
                 OR OV-NEMONICO NOT = CA-NEMONICO
           CLOSE ORDEN-MAESTRO LIBRO-ORDENES-VIVAS ORDEN-HISTORICO
                 LISTADO-ORDENES
           .
       2600-AJUSTAR-ORDENES-VIVAS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2610-REVISAR-ORDEN.
           MOVE OV-CTAVALOR TO OM-CTAVALOR
           MOVE OV-ORDEN    TO OM-ORDEN
           READ ORDEN-MAESTRO
              INVALID KEY MOVE '23' TO WS-OM-STATUS
              NOT INVALID KEY MOVE '00' TO WS-OM-STATUS
           END-READ
           IF NOT WS-OM-OK
              DISPLAY 'CCORPACT - ORDEN DEL LIBRO SIN MAESTRO: '
                      OV-CTAVALOR ' ' OV-ORDEN
           END-IF
           IF WS-OM-OK
              AND OM-SITUACION NOT = 'EJECUTADA'
              AND OM-SITUACION NOT = 'CANCELADA'
              PERFORM 2620-GRABAR-VERSION
              MOVE SPACES           TO OM-HOR-MODIF
              MOVE 'CCORPACT'       TO OM-USU-MODIF
              REWRITE OM-REGISTRO-ORDEN
              IF CA-ORDENES-CANCELAR
                 DELETE LIBRO-ORDENES-VIVAS
              END-IF
              MOVE OM-CTAVALOR TO WL-CTAVALOR
              MOVE OM-ORDEN    TO WL-ORDEN
              WRITE LISTADO-REC FROM WS-LINEA-LISTADO
              MOVE OM-CLAVE TO CP-ULT-CLAVE
              REWRITE CP-REGISTRO-CHECKPOINT
           END-IF
           READ LIBRO-ORDENES-VIVAS NEXT RECORD
              AT END MOVE '10' TO WS-OV-STATUS
           END-READ
           .
       2610-REVISAR-ORDEN-EXIT.
           .
       2950-REDUCIR-FACTOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * FACTOR DE AJUSTE DE LAS COTIZACIONES ANTERIORES A LA FECHA   *
      * EX (CA-FECHA-EX, O LA DE PROCESO SI NO VIENE) EN PRCFACT.    *
      * SPLIT Y DIVIDENDO EN ACCIONES: 1 / RATIO. CSP: PRECIO        *
      * TEORICO EX-DERECHO SOBRE PRECIO CUM-DERECHO, CON EL CIERRE   *
      * DEL DIA ANTERIOR A LA FECHA EX (QUOHLKUP); SIN COTIZACION, O *
      * CON SUSCRIPCION NO MENOR AL CIERRE, EL DERECHO NO DILUYE EL  *
      * PRECIO Y NO SE REGISTRA FACTOR. UNA RECORRIDA REPETIDA       *
      * SOBRESCRIBE EL MISMO REGISTRO.                               *
      *--------------------------------------------------------------*
       2980-REGISTRAR-FACTOR.
           MOVE CA-NEMONICO      TO FA-NEMONICO
           IF CA-FECHA-EX > 0
              MOVE CA-FECHA-EX      TO FA-FECHA-EX
           ELSE
              MOVE WS-FECHA-PROCESO TO FA-FECHA-EX
           END-IF
           MOVE CA-TIPO-ACCION   TO FA-TIPO-EVENTO
           MOVE 0                TO FA-PRECIO-CUM
           MOVE 0                TO FA-PRECIO-SUSCRIPCION
           MOVE 0                TO FA-FECHA-REVERSA
           MOVE WS-FECHA-PROCESO TO FA-FECHA-APLICACION
           MOVE 'V'              TO FA-ESTADO
           IF CA-ES-CSP
              PERFORM 2985-FACTOR-CSP
           ELSE
              MOVE CA-RATIO-SPLIT TO FA-RATIO-EVENTO
              COMPUTE FA-FACTOR ROUNDED = 1 / CA-RATIO-SPLIT
           END-IF
           IF FA-FACTOR > 0 AND FA-FACTOR NOT = 1
              OPEN I-O FACTOR-PRECIO
              WRITE FA-REGISTRO-FACTOR
                 INVALID KEY REWRITE FA-REGISTRO-FACTOR
              END-WRITE
              CLOSE FACTOR-PRECIO
           END-IF
           .
       2980-REGISTRAR-FACTOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2985-FACTOR-CSP.
           COMPUTE WS-RATIO-SUSCRIPCION ROUNDED =
              CA-RATIO-CSP * CA-RATIO-ACCION
           MOVE WS-RATIO-SUSCRIPCION  TO FA-RATIO-EVENTO
           MOVE CA-PRECIO-SUSCRIPCION TO FA-PRECIO-SUSCRIPCION
           MOVE 1                     TO FA-FACTOR
           MOVE CA-NEMONICO           TO QL-NEMONICO
           COMPUTE QL-FECHA-CONSULTA = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(FA-FECHA-EX) - 1)
           CALL 'QUOHLKUP' USING QL-PARAMETROS
           IF QL-COTIZACION-ENCONTRADA
              AND QL-PRECIO-VIGENTE > CA-PRECIO-SUSCRIPCION
              MOVE QL-PRECIO-VIGENTE TO FA-PRECIO-CUM
              COMPUTE FA-FACTOR ROUNDED =
                 (QL-PRECIO-VIGENTE
                  + WS-RATIO-SUSCRIPCION * CA-PRECIO-SUSCRIPCION)
                 / ((1 + WS-RATIO-SUSCRIPCION) * QL-PRECIO-VIGENTE)
           ELSE
              DISPLAY 'CCORPACT - CSP SIN FACTOR DE AJUSTE DE '
                      'PRECIO PARA ' CA-NEMONICO
           END-IF
           .
       2985-FACTOR-CSP-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           MOVE SPACES TO CP-ULT-CLAVE

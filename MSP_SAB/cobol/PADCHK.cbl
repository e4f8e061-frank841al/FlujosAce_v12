       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PADCHK.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  14/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 14/09/2026 JQ      ALTA. GUARDA DE NEGOCIACION POR CUENTA    *
      *                    PROPIA DEL PERSONAL: LISTA RESTRINGIDA,   *
      *                    PREAUTORIZACION VIGENTE Y PERMANENCIA     *
      *                    MINIMA ANTES DE VENDER.                   *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * SOLO ACTUA SOBRE CUENTAS ACTIVAS DE PADEMPL; PARA EL RESTO   *
      * DEVUELVE 'N'. EN ORDEN DE PRECEDENCIA:                       *
      *  - NEMONICO EN LISTA RESTRINGIDA VIGENTE (PADREST): 'R';     *
      *  - SIN SOLICITUD APROBADA EN PADSOLI PARA LA CUENTA, EL      *
      *    NEMONICO Y EL SENTIDO, VIGENTE HOY Y POR CANTIDAD NO      *
      *    MENOR A LA ORDENADA: 'P';                                 *
      *  - EN LA VENTA, LOS LOTES QUE RELEVARIA EL FIFO (LOTEMAST)   *
      *    DEBEN TENER AL MENOS WS-DIAS-PERMANENCIA DIAS DESDE SU    *
      *    COMPRA; SI NO, 'H' CON LA FECHA EN QUE SE LIBERA EL LOTE  *
      *    MAS RECIENTE INVOLUCRADO.                                 *
      * SUPERADO TODO, 'S'.                                          *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADO-CUENTA ASSIGN TO PADEMPL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-CTAVALOR
               FILE STATUS IS WS-EMP-STATUS.
           SELECT LISTA-RESTRINGIDA ASSIGN TO PADREST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RS-NEMONICO
               FILE STATUS IS WS-RS-STATUS.
           SELECT SOLICITUD-PREAUT ASSIGN TO PADSOLI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-CLAVE
               FILE STATUS IS WS-PS-STATUS.
           SELECT LOTE-MAESTRO ASSIGN TO LOTEMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-CLAVE
               FILE STATUS IS WS-LT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADO-CUENTA
           RECORDING MODE IS F.
       COPY PADEMPL.
       FD  LISTA-RESTRINGIDA
           RECORDING MODE IS F.
       COPY PADREST.
       FD  SOLICITUD-PREAUT
           RECORDING MODE IS F.
       COPY PADSOLI.
       FD  LOTE-MAESTRO
           RECORDING MODE IS F.
       COPY LOTEMAST.
       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS               PIC X(02) VALUE '00'.
           88 WS-EMP-OK                          VALUE '00'.
       01  WS-RS-STATUS                PIC X(02) VALUE '00'.
           88 WS-RS-OK                           VALUE '00'.
       01  WS-PS-STATUS                PIC X(02) VALUE '00'.
           88 WS-PS-OK                           VALUE '00'.
           88 WS-PS-FIN                          VALUE '10'.
       01  WS-LT-STATUS                PIC X(02) VALUE '00'.
           88 WS-LT-OK                           VALUE '00'.
           88 WS-LT-FIN                          VALUE '10'.
       77  WS-DIAS-PERMANENCIA         PIC 9(03) VALUE 30.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       77  WS-FECHA-LIMITE             PIC 9(08).
       77  WS-SW-PREAUTORIZADA         PIC X(01) VALUE 'N'.
           88 WS-HAY-PREAUTORIZACION             VALUE 'S'.
       01  WS-CAN-CUBIERTA             PIC S9(10)V9(04) VALUE 0.
       LINKAGE SECTION.
       COPY PADCHKP.
       PROCEDURE DIVISION USING PAD-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-VERIFICAR-EMPLEADO
           IF NOT PAD-NO-ES-EMPLEADO
              PERFORM 3000-VERIFICAR-LISTA
           END-IF
           IF PAD-AUTORIZADO
              PERFORM 4000-VERIFICAR-PREAUTORIZACION
           END-IF
           IF PAD-AUTORIZADO
              AND PAD-TIPO-OPERACION = 'V'
              PERFORM 5000-VERIFICAR-PERMANENCIA
           END-IF
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE 'N'    TO PAD-IND-RESULTADO
           MOVE SPACES TO PAD-COD-EMPLEADO
           MOVE 0      TO PAD-FEC-LIBERACION
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-VERIFICAR-EMPLEADO.
           MOVE '00' TO WS-EMP-STATUS
           OPEN INPUT EMPLEADO-CUENTA
           MOVE PAD-CTA-VALOR TO EMP-CTAVALOR
           READ EMPLEADO-CUENTA
              INVALID KEY MOVE '23' TO WS-EMP-STATUS
           END-READ
           IF WS-EMP-OK AND EMP-ES-ACTIVO
              MOVE 'S'              TO PAD-IND-RESULTADO
              MOVE EMP-COD-EMPLEADO TO PAD-COD-EMPLEADO
           END-IF
           CLOSE EMPLEADO-CUENTA
           .
       2000-VERIFICAR-EMPLEADO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-VERIFICAR-LISTA.
           MOVE '00' TO WS-RS-STATUS
           OPEN INPUT LISTA-RESTRINGIDA
           MOVE PAD-NEMONICO TO RS-NEMONICO
           READ LISTA-RESTRINGIDA
              INVALID KEY MOVE '23' TO WS-RS-STATUS
           END-READ
           IF WS-RS-OK
              AND RS-ES-RESTRINGIDA
              AND RS-FEC-INICIO <= WS-FECHA-SISTEMA
              AND RS-FEC-FIN    >= WS-FECHA-SISTEMA
              MOVE 'R' TO PAD-IND-RESULTADO
           END-IF
           CLOSE LISTA-RESTRINGIDA
           .
       3000-VERIFICAR-LISTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-VERIFICAR-PREAUTORIZACION.
           MOVE 'N'  TO WS-SW-PREAUTORIZADA
           MOVE '00' TO WS-PS-STATUS
           OPEN INPUT SOLICITUD-PREAUT
           MOVE PAD-CTA-VALOR TO PS-CTAVALOR
           MOVE PAD-NEMONICO  TO PS-NEMONICO
           MOVE 0             TO PS-SOLICITUD
           START SOLICITUD-PREAUT KEY IS NOT LESS THAN PS-CLAVE
              INVALID KEY MOVE '10' TO WS-PS-STATUS
           END-START
           IF WS-PS-OK
              READ SOLICITUD-PREAUT NEXT RECORD
                 AT END MOVE '10' TO WS-PS-STATUS
              END-READ
           END-IF
           PERFORM 4100-REVISAR-SOLICITUD
              UNTIL WS-PS-FIN
                 OR WS-HAY-PREAUTORIZACION
                 OR PS-CTAVALOR NOT = PAD-CTA-VALOR
                 OR PS-NEMONICO NOT = PAD-NEMONICO
           CLOSE SOLICITUD-PREAUT
           IF NOT WS-HAY-PREAUTORIZACION
              MOVE 'P' TO PAD-IND-RESULTADO
           END-IF
           .
       4000-VERIFICAR-PREAUTORIZACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4100-REVISAR-SOLICITUD.
           IF PS-APROBADA
              AND PS-TIPO-OPERACION  = PAD-TIPO-OPERACION
              AND PS-FEC-RESOLUCION <= WS-FECHA-SISTEMA
              AND PS-FEC-VENCIMIENTO >= WS-FECHA-SISTEMA
              AND PS-CANTIDAD >= PAD-CANTIDAD
              MOVE 'S' TO WS-SW-PREAUTORIZADA
           ELSE
              READ SOLICITUD-PREAUT NEXT RECORD
                 AT END MOVE '10' TO WS-PS-STATUS
              END-READ
           END-IF
           .
       4100-REVISAR-SOLICITUD-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * RECORRE LOS LOTES ABIERTOS DE LA CUENTA Y NEMONICO EN ORDEN  *
      * DE APERTURA (EL MISMO DEL RELEVO FIFO DE LOTEAPL) HASTA      *
      * CUBRIR LA CANTIDAD: CUALQUIERA DE ELLOS COMPRADO DESPUES DE  *
      * LA FECHA LIMITE IMPIDE LA VENTA.                             *
      *--------------------------------------------------------------*
       5000-VERIFICAR-PERMANENCIA.
           COMPUTE WS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-FECHA-SISTEMA)
              - WS-DIAS-PERMANENCIA)
           MOVE 0    TO WS-CAN-CUBIERTA
           MOVE '00' TO WS-LT-STATUS
           OPEN INPUT LOTE-MAESTRO
           MOVE PAD-CTA-VALOR TO LT-CTAVALOR
           MOVE PAD-NEMONICO  TO LT-NEMONICO
           MOVE 0             TO LT-LOTE
           START LOTE-MAESTRO KEY IS NOT LESS THAN LT-CLAVE
              INVALID KEY MOVE '10' TO WS-LT-STATUS
           END-START
           IF WS-LT-OK
              READ LOTE-MAESTRO NEXT RECORD
                 AT END MOVE '10' TO WS-LT-STATUS
              END-READ
           END-IF
           PERFORM 5100-REVISAR-LOTE
              UNTIL WS-LT-FIN
                 OR WS-CAN-CUBIERTA >= PAD-CANTIDAD
                 OR LT-CTAVALOR NOT = PAD-CTA-VALOR
                 OR LT-NEMONICO NOT = PAD-NEMONICO
           CLOSE LOTE-MAESTRO
           .
       5000-VERIFICAR-PERMANENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5100-REVISAR-LOTE.
           IF LT-ABIERTO
              AND LT-CAN-REMANENTE > 0
              ADD LT-CAN-REMANENTE TO WS-CAN-CUBIERTA
              IF LT-FEC-COMPRA > WS-FECHA-LIMITE
                 MOVE 'H' TO PAD-IND-RESULTADO
                 COMPUTE PAD-FEC-LIBERACION =
                    FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(LT-FEC-COMPRA)
                    + WS-DIAS-PERMANENCIA)
              END-IF
           END-IF
           READ LOTE-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-LT-STATUS
           END-READ
           .
       5100-REVISAR-LOTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

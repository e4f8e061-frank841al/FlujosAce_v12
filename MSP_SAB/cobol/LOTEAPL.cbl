      *                    LA VENTA RELEVA FIFO Y DEJA LA GANANCIA   *
      *                    REALIZADA EN GANLOT, Y EL SPLIT REESCALA  *
      *                    LOS LOTES PROPORCIONALMENTE.              *
      * 21/09/2026 JQ      ALTA. FUNCION T DE TRASPASO INTERNO LIBRE *
      *                    DE PAGO: LOS LOTES RELEVADOS FIFO EN LA   *
      *                    CUENTA ORIGEN SE ABREN EN LA CUENTA       *
      *                    DESTINO CON SU FECHA Y COSTO UNITARIO     *
      *                    ORIGINALES.                               *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * CM-PREPRO ES UN PROMEDIO MOVIL Y SUNAT ESPERA COSTO POR      *
      * LA LINEA DE GANANCIA REALIZADA (IMPORTE DE VENTA MENOS COSTO *
      * FIFO) EN GANLOT; EL SPLIT MULTIPLICA CANTIDADES Y DIVIDE     *
      * COSTOS DE TODOS LOS LOTES DE LA POSICION.                    *
      * EL TRASPASO ENTRE CUENTAS DEL MISMO TITULAR NO ES UNA VENTA: *
      * LOS TRAMOS RELEVADOS FIFO EN EL ORIGEN SE REABREN EN EL      *
      * DESTINO CON LA FECHA DE COMPRA Y EL COSTO UNITARIO           *
      * ORIGINALES, Y NO SE ESCRIBE GANANCIA EN GANLOT.              *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                                       VALUE 0.
       77  WS-CAN-RELEVAR              PIC S9(10)V9(04) COMP-3
                                       VALUE 0.
       77  WS-TOT-TRAMOS               PIC 9(02) COMP VALUE 0.
       77  WS-IDX-TRAMO                PIC 9(02) COMP VALUE 0.
       01  WS-TABLA-TRAMOS.
           05 WS-TRAMO                 OCCURS 50 TIMES.
              10 WS-TRAMO-FEC-COMPRA   PIC 9(08).
              10 WS-TRAMO-CANTIDAD     PIC S9(10)V9(04) COMP-3.
              10 WS-TRAMO-COSTO        PIC 9(08)V9(04) COMP-3.
       LINKAGE SECTION.
       COPY LOTEAPLP.
       PROCEDURE DIVISION USING LOT-PARAMETROS.
                 PERFORM 3000-RELEVAR-FIFO
              WHEN LOT-FN-SPLIT
                 PERFORM 4000-REESCALAR-LOTES
              WHEN LOT-FN-TRASPASO
                 PERFORM 5000-TRASPASAR-LOTES
              WHEN OTHER
                 MOVE '12' TO LOT-COD-RETORNO
           END-EVALUATE
           .
       4100-REESCALAR-UN-LOTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * PRIMERO SE RELEVAN LOS TRAMOS DEL ORIGEN GUARDANDOLOS EN     *
      * TABLA (ESCRIBIR EN EL DESTINO DURANTE EL RECORRIDO MOVERIA   *
      * EL CURSOR) Y LUEGO SE ABREN EN EL DESTINO A CONTINUACION DE  *
      * SU ULTIMO LOTE. LO NO CUBIERTO POR LOTES (O QUE EXCEDE LA    *
      * TABLA) SE TRASPASA SIN COSTO Y SE DEVUELVE '02', IGUAL QUE   *
      * EN LA VENTA.                                                 *
      *--------------------------------------------------------------*
       5000-TRASPASAR-LOTES.
           MOVE LOT-CANTIDAD TO WS-CAN-PENDIENTE
           MOVE 0            TO WS-TOT-TRAMOS
           MOVE '00'         TO WS-LT-STATUS
           OPEN I-O INVENTARIO-LOTE
           MOVE LOT-CTA-VALOR TO LT-CTAVALOR
           MOVE LOT-NEMONICO  TO LT-NEMONICO
           MOVE 0             TO LT-LOTE
           START INVENTARIO-LOTE KEY IS NOT LESS THAN LT-CLAVE
              INVALID KEY MOVE '10' TO WS-LT-STATUS
           END-START
           IF WS-LT-OK
              READ INVENTARIO-LOTE NEXT RECORD
                 AT END MOVE '10' TO WS-LT-STATUS
              END-READ
           END-IF
           PERFORM 5100-RELEVAR-TRAMO
              UNTIL WS-LT-FIN
                 OR LT-CTAVALOR NOT = LOT-CTA-VALOR
                 OR LT-NEMONICO NOT = LOT-NEMONICO
                 OR WS-CAN-PENDIENTE <= 0
                 OR WS-TOT-TRAMOS = 50
           CLOSE INVENTARIO-LOTE
           IF WS-CAN-PENDIENTE > 0
              MOVE '02' TO LOT-COD-RETORNO
           END-IF
           PERFORM 5200-BUSCAR-ULTIMO-DESTINO
           PERFORM 5300-ABRIR-TRAMO
              VARYING WS-IDX-TRAMO FROM 1 BY 1
              UNTIL WS-IDX-TRAMO > WS-TOT-TRAMOS
           CLOSE INVENTARIO-LOTE
           .
       5000-TRASPASAR-LOTES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5100-RELEVAR-TRAMO.
           IF LT-ABIERTO AND LT-CAN-REMANENTE > 0
              IF LT-CAN-REMANENTE >= WS-CAN-PENDIENTE
                 MOVE WS-CAN-PENDIENTE TO WS-CAN-RELEVAR
              ELSE
                 MOVE LT-CAN-REMANENTE TO WS-CAN-RELEVAR
              END-IF
              ADD 1 TO WS-TOT-TRAMOS
              MOVE LT-FEC-COMPRA
                 TO WS-TRAMO-FEC-COMPRA(WS-TOT-TRAMOS)
              MOVE WS-CAN-RELEVAR
                 TO WS-TRAMO-CANTIDAD(WS-TOT-TRAMOS)
              MOVE LT-COSTO-UNITARIO
                 TO WS-TRAMO-COSTO(WS-TOT-TRAMOS)
              COMPUTE LOT-COSTO-RELEVADO ROUNDED =
                 LOT-COSTO-RELEVADO
                 + (WS-CAN-RELEVAR * LT-COSTO-UNITARIO)
              SUBTRACT WS-CAN-RELEVAR FROM LT-CAN-REMANENTE
              SUBTRACT WS-CAN-RELEVAR FROM WS-CAN-PENDIENTE
              IF LT-CAN-REMANENTE <= 0
                 MOVE 'X' TO LT-ESTADO
              END-IF
              REWRITE LT-REGISTRO-LOTE
           END-IF
           READ INVENTARIO-LOTE NEXT RECORD
              AT END MOVE '10' TO WS-LT-STATUS
           END-READ
           .
       5100-RELEVAR-TRAMO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5200-BUSCAR-ULTIMO-DESTINO.
           MOVE 0    TO WS-ULTIMO-LOTE
           MOVE '00' TO WS-LT-STATUS
           OPEN I-O INVENTARIO-LOTE
           MOVE LOT-CTA-DESTINO TO LT-CTAVALOR
           MOVE LOT-NEMONICO    TO LT-NEMONICO
           MOVE 0               TO LT-LOTE
           START INVENTARIO-LOTE KEY IS NOT LESS THAN LT-CLAVE
              INVALID KEY MOVE '10' TO WS-LT-STATUS
           END-START
           IF WS-LT-OK
              READ INVENTARIO-LOTE NEXT RECORD
                 AT END MOVE '10' TO WS-LT-STATUS
              END-READ
           END-IF
           PERFORM 2210-AVANZAR-LOTE
              UNTIL WS-LT-FIN
                 OR LT-CTAVALOR NOT = LOT-CTA-DESTINO
                 OR LT-NEMONICO NOT = LOT-NEMONICO
           .
       5200-BUSCAR-ULTIMO-DESTINO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5300-ABRIR-TRAMO.
           MOVE LOT-CTA-DESTINO TO LT-CTAVALOR
           MOVE LOT-NEMONICO    TO LT-NEMONICO
           ADD 1 TO WS-ULTIMO-LOTE
           MOVE WS-ULTIMO-LOTE  TO LT-LOTE
           MOVE WS-TRAMO-FEC-COMPRA(WS-IDX-TRAMO) TO LT-FEC-COMPRA
           MOVE WS-TRAMO-CANTIDAD(WS-IDX-TRAMO)   TO LT-CAN-ORIGINAL
           MOVE WS-TRAMO-CANTIDAD(WS-IDX-TRAMO)   TO LT-CAN-REMANENTE
           MOVE WS-TRAMO-COSTO(WS-IDX-TRAMO)      TO LT-COSTO-UNITARIO
           MOVE 'A'             TO LT-ESTADO
           WRITE LT-REGISTRO-LOTE
              INVALID KEY MOVE '22' TO LOT-COD-RETORNO
           END-WRITE
           .
       5300-ABRIR-TRAMO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

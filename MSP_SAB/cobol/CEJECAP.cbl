      *                    RFXDLIQ): ANTES SE CARGABA EL NOMINAL     *
      *                    EXTRANJERO SIN CONVERTIR A LA PRIMERA     *
      *                    MONEDA DE LA CUENTA, DUPLICANDO EL CARGO. *
      * 14/09/2026 JQ      ALTA. EL USUARIO DEL HITO VA EN BLANCO    *
      *                    (ETAPA BATCH).                            *
      * 28/09/2026 JQ      ALTA. LA VENTA DE UN VENDEDOR NO          *
      *                    DOMICILIADO (TAXRES) RETIENE EL IMPUESTO  *
      *                    A LA RENTA SOBRE LA GANANCIA FIFO DE LOS  *
      *                    LOTES RELEVADOS VIA GCNDRET (CARGO        *
      *                    EFEPOST Y CERTIFICADO GCNDCER POR VENTA). *
      * 05/10/2026 JQ      ALTA. CADA ACTUALIZACION DE ORDMAST Y     *
      *                    CARTMAST DEJA SU IMAGEN DESPUES EN LA     *
      *                    BITACORA DE RECUPERACION HACIA ADELANTE   *
      *                    (FWDJRNW).                                *
      * 05/10/2026 JQ      LA ORDEN ACTUALIZADA POR LA EJECUCION SE  *
      *                    REPLICA EN EL LIBRO DE ORDENES VIVAS      *
      *                    (ORDVIVW).                                *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LEE EN PARALELO EL LOTE TRANSMITIDO (NEGBATCH) Y SU          *
       COPY EFECHKP.
       COPY MARGDRWP.
       COPY LOTEAPLP.
       COPY GCNDRETP.
       77  WS-TOT-RETENCIONES          PIC 9(07) COMP VALUE 0.
       77  WS-CICLO                    PIC 9(03) VALUE 1.
       77  WS-IDX                      PIC 9(05) COMP VALUE 0.
       01  WS-PRECIO-EJECUCION         PIC S9(08)V9(04) COMP-3.
       COPY BCHCTLP.
       COPY CARTMIRP.
       COPY ORDTRCWP.
       COPY FWDJRNWP.
       COPY ORDVIVWP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
              MOVE SPACES           TO OM-HOR-MODIF
              MOVE 'CEJECAP'        TO OM-USU-MODIF
              REWRITE OM-REGISTRO-ORDEN
              MOVE 'A' TO OVW-FUNCION
              CALL 'ORDVIVW' USING OVW-PARAMETROS OM-REGISTRO-ORDEN
              MOVE 'ORDMAST '        TO FJW-MAESTRO
              MOVE 'M'               TO FJW-OPERACION
              MOVE OM-REGISTRO-ORDEN TO FJW-IMAGEN
              PERFORM 2390-REGISTRAR-RECUPERACION
              PERFORM 2350-REGISTRAR-HITO
              PERFORM 2400-AJUSTAR-CARTERA
              PERFORM 2450-APLICAR-LOTE
              PERFORM 2500-CONTABILIZAR-EFECTIVO
              IF NOT OM-ES-ORDEN-COMPRA
                 PERFORM 2600-RETENER-NO-DOMICILIADO
              END-IF
           END-IF
           .
       2300-ACTUALIZAR-ORDEN-EXIT.
           MOVE OM-CTAVALOR TO OTW-CTAVALOR
           MOVE 'A'         TO OTW-ETAPA
           MOVE 'CEJECAP '  TO OTW-PROGRAMA
           MOVE SPACES      TO OTW-USUARIO
           CALL 'ORDTRCW' USING OTW-PARAMETROS
           .
       2350-REGISTRAR-HITO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2390-REGISTRAR-RECUPERACION.
           MOVE 'CEJECAP ' TO FJW-PROGRAMA
           CALL 'FWDJRNW' USING FJW-PARAMETROS
           .
       2390-REGISTRAR-RECUPERACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2400-AJUSTAR-CARTERA.
           MOVE OM-NEMONICO TO CM-NEMONICO
              MOVE 'A' TO CMI-FUNCION
              CALL 'CARTMIRW' USING CMI-PARAMETROS
                                    CM-REGISTRO-CARTERA
              MOVE 'CARTMAST'          TO FJW-MAESTRO
              MOVE 'M'                 TO FJW-OPERACION
              MOVE CM-REGISTRO-CARTERA TO FJW-IMAGEN
              PERFORM 2390-REGISTRAR-RECUPERACION
           ELSE
              IF OM-ES-ORDEN-COMPRA
                 MOVE SPACES               TO CM-REGISTRO-CARTERA
                 MOVE 'A' TO CMI-FUNCION
                 CALL 'CARTMIRW' USING CMI-PARAMETROS
                                       CM-REGISTRO-CARTERA
                 MOVE 'CARTMAST'          TO FJW-MAESTRO
                 MOVE 'A'                 TO FJW-OPERACION
                 MOVE CM-REGISTRO-CARTERA TO FJW-IMAGEN
                 PERFORM 2390-REGISTRAR-RECUPERACION
              ELSE
                 DISPLAY 'CEJECAP - VENTA SIN TENENCIA EN CARTERA: '
                         OM-CTAVALOR ' ' OM-NEMONICO
           .
       2550-CUBRIR-FALTANTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL VENDEDOR NO DOMICILIADO TRIBUTA SOBRE LA GANANCIA DE CADA *
      * VENTA: SE RETIENE AL LIQUIDAR EL ABONO, SOBRE EL IMPORTE DE  *
      * VENTA MENOS EL COSTO FIFO QUE ACABA DE RELEVAR LOTEAPL, EN   *
      * LA MISMA MONEDA DEL ABONO.                                   *
      *--------------------------------------------------------------*
       2600-RETENER-NO-DOMICILIADO.
           MOVE OM-CTAVALOR         TO GNR-CTA-VALOR
           MOVE OM-NEMONICO         TO GNR-NEMONICO
           MOVE OM-ORDEN            TO GNR-ORDEN
           MOVE WS-FECHA-SISTEMA    TO GNR-FECHA
           MOVE ND-CAN-TITULOS      TO GNR-CANTIDAD
           MOVE WS-MONEDA-EJECUCION TO GNR-MONEDA
           MOVE LOT-IMPORTE-VENTA   TO GNR-IMPORTE-VENTA
           MOVE LOT-COSTO-RELEVADO  TO GNR-COSTO-FIFO
           CALL 'GCNDRET' USING GNR-PARAMETROS
           EVALUATE TRUE
              WHEN GNR-RETENIDO
                 ADD 1 TO WS-TOT-RETENCIONES
              WHEN GNR-ERROR-CARGO
                 DISPLAY 'CEJECAP - RETENCION NO DOMICILIADO NO '
                         'CONTABILIZADA ' GNR-COD-RETORNO
                         ' CUENTA ' OM-CTAVALOR
           END-EVALUATE
           .
       2600-RETENER-NO-DOMICILIADO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           IF NOT WS-LOTE-YA-APLICADO
                   WS-TOT-NO-ASIGNADAS
           DISPLAY 'CEJECAP - SIN ORDEN ORIGINANTE    : '
                   WS-TOT-SIN-ORDEN
           DISPLAY 'CEJECAP - RETENCIONES NO DOMICIL. : '
                   WS-TOT-RETENCIONES
           .
       9000-FIN-EXIT.
           EXIT.

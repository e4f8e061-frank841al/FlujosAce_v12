      *                    IDENTIFICADORES DEL CORRESPONSAL          *
      *                    (MILAMAST), EN PARALELO AL NEGBATCH       *
      *                    LOCAL DE RORDNEGB.                        *
      * 21/09/2026 JQ      ALTA. LA ORDEN DE UNA CUENTA SIN CONVENIO *
      *                    MARCO MILA VIGENTE (GUARDA CONVCHK) NO SE *
      *                    ENRUTA: QUEDA RECHAZADA Y SE INFORMA.     *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      * 05/10/2026 JQ      LAS ORDENES ENRUTADAS Y RECHAZADAS SE     *
      *                    REPLICAN EN EL LIBRO DE ORDENES VIVAS     *
      *                    (ORDVIVW).                                *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RECORRE ORDMAST Y POR CADA ORDEN EN SITUACION INGRESADA CUYO *
       77  WS-FECHA-PROCESO            PIC 9(08).
       77  WS-TOT-ORDENES              PIC 9(07) COMP VALUE 0.
       77  WS-TOT-ENRUTADAS            PIC 9(07) COMP VALUE 0.
       77  WS-TOT-SIN-CONVENIO         PIC 9(07) COMP VALUE 0.
       COPY CONVCHKP.
       COPY BCHCTLP.
       COPY ORDVIVWP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
              INVALID KEY MOVE '23' TO WS-MI-STATUS
           END-READ
           IF WS-MI-OK
              PERFORM 2200-ENRUTAR-ORDEN THRU 2200-ENRUTAR-ORDEN-EXIT
           END-IF
           .
       2100-EVALUAR-MERCADO-EXIT.
              INVALID KEY MOVE '23' TO WS-MK-STATUS
           END-READ
           IF WS-MK-OK AND MK-ACTIVO
              MOVE OM-CTAVALOR      TO CFK-CTA-VALOR
              MOVE 'MIL'            TO CFK-PRODUCTO
              MOVE WS-FECHA-PROCESO TO CFK-FECHA
              CALL 'CONVCHK' USING CFK-PARAMETROS
              IF NOT CFK-CONVENIO-VIGENTE
                 PERFORM 2300-RECHAZAR-ORDEN
                 GO TO 2200-ENRUTAR-ORDEN-EXIT
              END-IF
              MOVE OM-ORDEN         TO MX-ORDEN
              MOVE OM-CTAVALOR      TO MX-CTAVALOR
              MOVE OM-NEMONICO      TO MX-NEMONICO
              MOVE SPACES           TO OM-HOR-MODIF
              MOVE 'RMILANE'        TO OM-USU-MODIF
              REWRITE OM-REGISTRO-ORDEN
              MOVE 'A' TO OVW-FUNCION
              CALL 'ORDVIVW' USING OVW-PARAMETROS OM-REGISTRO-ORDEN
              ADD 1 TO WS-TOT-ENRUTADAS
           END-IF
           .
       2200-ENRUTAR-ORDEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2300-RECHAZAR-ORDEN.
           DISPLAY 'RMILANEG - ORDEN ' OM-ORDEN ' CUENTA ' OM-CTAVALOR
                   ' SIN CONVENIO MILA VIGENTE ('
                   CFK-IND-RESULTADO '), RECHAZADA'
           MOVE 'RECHAZADA'      TO OM-SITUACION
           MOVE WS-FECHA-PROCESO TO OM-FEC-MODIF
           MOVE SPACES           TO OM-HOR-MODIF
           MOVE 'RMILANE'        TO OM-USU-MODIF
           REWRITE OM-REGISTRO-ORDEN
           MOVE 'A' TO OVW-FUNCION
           CALL 'ORDVIVW' USING OVW-PARAMETROS OM-REGISTRO-ORDEN
           ADD 1 TO WS-TOT-SIN-CONVENIO
           .
       2300-RECHAZAR-ORDEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE ORDEN-MAESTRO MAPA-INSTRUMENTO MERCADO-MAESTRO
           DISPLAY 'RMILANEG - ORDENES LEIDAS     : ' WS-TOT-ORDENES
           DISPLAY 'RMILANEG - ORDENES ENRUTADAS  : '
                   WS-TOT-ENRUTADAS
           DISPLAY 'RMILANEG - RECHAZADAS SIN CONV: '
                   WS-TOT-SIN-CONVENIO
           .
       9000-FIN-EXIT.
           EXIT.

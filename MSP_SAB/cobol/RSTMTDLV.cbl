      *                    CLIENTE, REINTENTO DE FALLIDOS EN EL      *
      *                    CICLO SIGUIENTE Y REPORTE DE NO           *
      *                    ENTREGABLES HACIA CALIDAD DE CONTACTO.    *
      * 21/09/2026 JQ      ALTA. CUENTA MANCOMUNADA                  *
      *                    (COTICHK/COTITUL): EL ESTADO DE CUENTA SE *
      *                    DESPACHA TAMBIEN AL CORREO DE CADA        *
      *                    COTITULAR VIGENTE, CON SU PARTICIPACION;  *
      *                    EL COTITULAR SIN CORREO O CON DESPACHO    *
      *                    RECHAZADO SALE EN EL REPORTE DE NO        *
      *                    ENTREGABLES.                              *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      * 28/09/2026 JQ      ALTA. TARJETA OPCIONAL STMTCARD: CON 'A'  *
      *                    EL PASO DESPACHA EL ESTADO ANUAL DE       *
      *                    COSTOS Y GASTOS (COSTEST DE RCOSTANU) EN  *
      *                    LUGAR DEL CONSOLIDADO, CON SU PROPIO      *
      *                    REGISTRO DE ENTREGA.                      *
      * 12/10/2026 JQ      EL ESTADO SE ARMA EN EL IDIOMA PREFERIDO  *
      *                    DEL DESTINATARIO (NOTIPREF VIA NOTPCHK) Y *
      *                    SE DESPACHA CON DOCUMENTO Y TIPO 'EST'    *
      *                    (NOTIARG) PARA LA TRAZA DE PREFERENCIAS   *
      *                    DE RVALUSU.                               *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * CRUZA POR CTAVALOR EL CONSOLIDADO EODOUT CON EL EXTRACTO DE  *
      * CICLO SIGUIENTE, QUE VUELVE A RECORRER TODO) Y SALE EN EL    *
      * REPORTE DE NO ENTREGABLES CON EL LAYOUT DE CALIDAD DE        *
      * CONTACTO (CLIDQRPT) PARA QUE LA DIRECCION MALA SE CORRIJA.   *
      * CON LA TARJETA OPCIONAL STMTCARD EN 'A' EL MISMO PASO        *
      * DESPACHA EL ESTADO ANUAL DE COSTOS Y GASTOS: EODOUT APUNTA   *
      * AL COSTEST DE RCOSTANU (MISMO ENCABEZADO CUENTA-VALOR Y      *
      * CLIENTE) Y STMTDLV/STMTUND AL REGISTRO DE ENTREGA Y REPORTE  *
      * DEL ESTADO ANUAL, PARA NO PISAR EL SEGUIMIENTO DEL           *
      * CONSOLIDADO DIARIO. EL CORREO LLEVA EL COSTO TOTAL Y SU      *
      * PORCENTAJE DEL PATRIMONIO PROMEDIO, Y EL DESGLOSE: IMPORTE1  *
      * COMISION SAB, IMPORTE2 BOLSA Y TERCEROS, IMPORTE3 CUSTODIA,  *
      * IMPORTE4 INTERES DE CREDITO, DESCRIPCION4 SPREAD CAMBIARIO E *
      * INTERES NO PAGADO.                                           *
      * EL TEXTO SALE EN EL IDIOMA PREFERIDO DE CADA DESTINATARIO    *
      * (TITULAR O COTITULAR) SEGUN NOTIPREF (NOTPCHK), Y EL         *
      * DESPACHO LLEVA SU DOCUMENTO Y EL TIPO 'EST' (NOTIARG). POR   *
      * SER REGULATORIO, EL ESTADO SE ENTREGA AUNQUE EL CLIENTE SE   *
      * HAYA DADO DE BAJA DE OTROS AVISOS.                           *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TARJETA-ESTADO ASSIGN TO STMTCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT ESTADO-CUENTA ASSIGN TO EODOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLIENTE-EXT ASSIGN TO EODCLI
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TARJETA-ESTADO
           RECORDING MODE IS F.
       01  SC-REGISTRO-TARJETA.
           05 SC-TIPO-ESTADO           PIC X(01).
           05 FILLER                   PIC X(79).
       FD  ESTADO-CUENTA
           RECORDING MODE IS F.
       01  ESTADO-CUENTA-REC.
           RECORDING MODE IS F.
       COPY CLIDQRPT.
       WORKING-STORAGE SECTION.
       77  WS-EOF-TARJETA              PIC X(01) VALUE 'N'.
           88 WS-FIN-TARJETA                     VALUE 'S'.
       77  WS-TIPO-ESTADO              PIC X(01) VALUE 'C'.
           88 WS-ESTADO-CONSOLIDADO              VALUE 'C'.
           88 WS-ESTADO-ANUAL                    VALUE 'A'.
       77  WS-EOF-ESTADO               PIC X(01) VALUE 'N'.
           88 WS-FIN-ESTADO                      VALUE 'S'.
       77  WS-EOF-CLIENTE              PIC X(01) VALUE 'N'.
       77  WS-TOT-ESTADOS              PIC 9(07) COMP VALUE 0.
       77  WS-TOT-ENTREGADOS           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-FALLIDOS             PIC 9(07) COMP VALUE 0.
       77  WS-TOT-TIT-ENTREGADOS       PIC 9(07) COMP VALUE 0.
       77  WS-TOT-TIT-FALLIDOS         PIC 9(07) COMP VALUE 0.
       77  WS-IDX                      PIC 9(02) COMP VALUE 0.
       01  WS-PORCENTAJE-ED            PIC ZZ9.99.
       01  WS-COSTO-ED                 PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-IMPORTE-ED               PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-IMPORTE2-ED              PIC ZZ,ZZZ,ZZ9.99-.
       COPY COSTEST.
       COPY Copy_of_VLMC500E.
       COPY VLMC500S.
       COPY COTCHKP.
       COPY NOTIARG.
       COPY NOTPCHKP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           OPEN INPUT TARJETA-ESTADO
           READ TARJETA-ESTADO
              AT END MOVE 'S' TO WS-EOF-TARJETA
           END-READ
           IF NOT WS-FIN-TARJETA
              AND SC-TIPO-ESTADO = 'A'
              MOVE 'A' TO WS-TIPO-ESTADO
           END-IF
           CLOSE TARJETA-ESTADO
           OPEN INPUT  ESTADO-CUENTA CLIENTE-EXT
           OPEN I-O    REGISTRO-ENTREGA
           OPEN OUTPUT REPORTE-NO-ENTREGA
           ELSE
              PERFORM 2400-REGISTRAR-FALLIDO
           END-IF
           PERFORM 2800-DESPACHAR-COTITULARES
              THRU 2800-DESPACHAR-COTITULARES-EXIT
           READ ESTADO-CUENTA
              AT END MOVE 'S' TO WS-EOF-ESTADO
           END-READ
           .
       2110-AVANZAR-CLIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * PREFERENCIAS DEL DESTINATARIO (NOTIPREF VIA NOTPCHK) CON EL  *
      * DOCUMENTO QUE DEJA EL LLAMADOR EN NPC. EL ESTADO DE CUENTA   *
      * ES REGULATORIO ('EST'): SE DESPACHA AUNQUE EL CLIENTE SE     *
      * HAYA DADO DE BAJA DE OTROS AVISOS Y SIGUE POR CORREO; DE LA  *
      * PREFERENCIA SOLO SE TOMA EL IDIOMA DEL TEXTO. EL ARGUMENTO   *
      * NOTIARG QUEDA LISTO PARA E500.                               *
      *--------------------------------------------------------------*
       2150-CONSULTAR-PREFERENCIA.
           MOVE 'EST' TO NPC-TIPO-NOTIF
           CALL 'NOTPCHK' USING NPC-PARAMETROS
           MOVE SPACES         TO NA-ARGUMENTO-PREFERENCIA
           MOVE NPC-TIPO-DOC   TO NA-TIPO-DOC
           MOVE NPC-NUME-DOC   TO NA-NUME-DOC
           MOVE NPC-TIPO-NOTIF TO NA-TIPO-NOTIF
           .
       2150-CONSULTAR-PREFERENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2200-DESPACHAR-CORREO.
           MOVE EC-TIPO-DOC TO NPC-TIPO-DOC
           MOVE EC-NUME-DOC TO NPC-NUME-DOC
           PERFORM 2150-CONSULTAR-PREFERENCIA
           MOVE SPACES TO E500-VLMC500E
           MOVE NA-ARGUMENTO-PREFERENCIA TO E500-ARG-BUSQUEDA
           PERFORM 2250-ARMAR-CONTENIDO
           IF NPC-IDIOMA-INGLES
              STRING 'DEAR CLIENT ' EO-CLIENTE
                     DELIMITED BY SIZE INTO E500-DESCRIPCION1
              END-STRING
           ELSE
              STRING 'ESTIMADO CLIENTE ' EO-CLIENTE
                     DELIMITED BY SIZE INTO E500-DESCRIPCION1
              END-STRING
           END-IF
           MOVE 'E'                 TO E500-INDICADOR1
           MOVE EC-EMAIL(1:35)      TO E500-CODIGO1
           MOVE 0 TO E500-NUMERO1 E500-NUMERO2
                     E500-NUMERO3 E500-NUMERO4
           CALL 'RVALUSU' USING E500-VLMC500E
           .
       2200-DESPACHAR-CORREO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * ASUNTO, RESUMEN E IMPORTES SEGUN EL TIPO DE ESTADO, EN EL    *
      * IDIOMA PREFERIDO DEL DESTINATARIO (NPC-IDIOMA).              *
      *--------------------------------------------------------------*
       2250-ARMAR-CONTENIDO.
           MOVE 0 TO E500-IMPORTE1 E500-IMPORTE2
                     E500-IMPORTE3 E500-IMPORTE4
           IF WS-ESTADO-ANUAL
              MOVE ESTADO-CUENTA-REC TO CE-REGISTRO-ESTADO
              MOVE CE-COSTO-TOTAL TO WS-COSTO-ED
              MOVE CE-PORCENTAJE  TO WS-PORCENTAJE-ED
              MOVE CE-SPREAD-CAMBIO     TO WS-IMPORTE-ED
              MOVE CE-INTERES-NO-PAGADO TO WS-IMPORTE2-ED
              IF NPC-IDIOMA-INGLES
                 MOVE 'ANNUAL STATEMENT OF COSTS AND CHARGES'
                    TO E500-ASUNTO1
                 STRING 'FISCAL YEAR ' CE-ANIO
                        DELIMITED BY SIZE INTO E500-ASUNTO3
                 END-STRING
                 STRING 'TOTAL COST S/ ' WS-COSTO-ED ' = '
                        WS-PORCENTAJE-ED ' % OF AVERAGE NET ASSETS'
                        DELIMITED BY SIZE INTO E500-DESCRIPCION2
                 END-STRING
                 STRING 'SPREAD S/' WS-IMPORTE-ED ' UNPAID S/'
                        WS-IMPORTE2-ED
                        DELIMITED BY SIZE INTO E500-DESCRIPCION4
                 END-STRING
              ELSE
                 MOVE 'ESTADO ANUAL DE COSTOS Y GASTOS'
                    TO E500-ASUNTO1
                 STRING 'EJERCICIO ' CE-ANIO
                        DELIMITED BY SIZE INTO E500-ASUNTO3
                 END-STRING
                 STRING 'COSTO TOTAL S/ ' WS-COSTO-ED ' = '
                        WS-PORCENTAJE-ED ' % DEL PATRIMONIO PROMEDIO'
                        DELIMITED BY SIZE INTO E500-DESCRIPCION2
                 END-STRING
                 STRING 'SPREAD S/' WS-IMPORTE-ED ' NO PAGADO S/'
                        WS-IMPORTE2-ED
                        DELIMITED BY SIZE INTO E500-DESCRIPCION4
                 END-STRING
              END-IF
              MOVE CE-COMISION-SAB    TO E500-IMPORTE1
              MOVE CE-GASTO-TERCEROS  TO E500-IMPORTE2
              MOVE CE-CUSTODIA        TO E500-IMPORTE3
              MOVE CE-INTERES-CREDITO TO E500-IMPORTE4
           ELSE
              IF NPC-IDIOMA-INGLES
                 MOVE 'CONSOLIDATED ACCOUNT STATEMENT' TO E500-ASUNTO1
              ELSE
                 MOVE 'ESTADO DE CUENTA CONSOLIDADO' TO E500-ASUNTO1
              END-IF
              MOVE ESTADO-CUENTA-REC(1:80) TO E500-DESCRIPCION2
           END-IF
           .
       2250-ARMAR-CONTENIDO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2300-REGISTRAR-ENTREGADO.
           ADD 1 TO WS-TOT-ENTREGADOS
           .
       2700-REPORTAR-NO-ENTREGABLE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EN LA CUENTA MANCOMUNADA CADA COTITULAR VIGENTE RECIBE EL    *
      * ESTADO EN SU PROPIO CORREO (COTITUL). EL TITULAR QUE YA LO   *
      * RECIBIO COMO CLIENTE DE EODCLI NO SE REPITE. EL REGISTRO DE  *
      * ENTREGA STMTDLV SIGUE SIENDO EL DEL TITULAR DE EODCLI.       *
      *--------------------------------------------------------------*
       2800-DESPACHAR-COTITULARES.
           MOVE 'C'         TO TCK-FUNCION
           MOVE EO-CTAVALOR TO TCK-CTA-VALOR
           MOVE SPACES      TO TCK-FIRMAS-PRESENTADAS
           CALL 'COTICHK' USING TCK-PARAMETROS
           IF TCK-SIN-COTITULARES
              GO TO 2800-DESPACHAR-COTITULARES-EXIT
           END-IF
           PERFORM 2810-DESPACHAR-TITULAR
              THRU 2810-DESPACHAR-TITULAR-EXIT
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > TCK-NRO-TITULARES
           .
       2800-DESPACHAR-COTITULARES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2810-DESPACHAR-TITULAR.
           IF NOT WS-FIN-CLIENTE
              AND EC-CTAVALOR = EO-CTAVALOR
              AND EC-TIPO-DOC = TCK-TIPO-DOC(WS-IDX)
              AND EC-NUME-DOC = TCK-NUME-DOC(WS-IDX)
              GO TO 2810-DESPACHAR-TITULAR-EXIT
           END-IF
           IF TCK-EMAIL(WS-IDX) = SPACES
              PERFORM 2820-REPORTAR-TITULAR
              GO TO 2810-DESPACHAR-TITULAR-EXIT
           END-IF
           MOVE TCK-TIPO-DOC(WS-IDX) TO NPC-TIPO-DOC
           MOVE TCK-NUME-DOC(WS-IDX) TO NPC-NUME-DOC
           PERFORM 2150-CONSULTAR-PREFERENCIA
           MOVE SPACES TO E500-VLMC500E
           MOVE NA-ARGUMENTO-PREFERENCIA TO E500-ARG-BUSQUEDA
           PERFORM 2250-ARMAR-CONTENIDO
           MOVE TCK-PORCENTAJE(WS-IDX) TO WS-PORCENTAJE-ED
           IF NPC-IDIOMA-INGLES
              MOVE 'JOINT ACCOUNT'             TO E500-ASUNTO2
              STRING 'DEAR CLIENT ' TCK-NOMBRE(WS-IDX)
                     DELIMITED BY SIZE INTO E500-DESCRIPCION1
              END-STRING
              STRING 'YOUR SHARE IN THE ACCOUNT: ' WS-PORCENTAJE-ED
                     ' %' DELIMITED BY SIZE INTO E500-DESCRIPCION3
              END-STRING
           ELSE
              MOVE 'CUENTA MANCOMUNADA'        TO E500-ASUNTO2
              STRING 'ESTIMADO CLIENTE ' TCK-NOMBRE(WS-IDX)
                     DELIMITED BY SIZE INTO E500-DESCRIPCION1
              END-STRING
              STRING 'SU PARTICIPACION EN LA CUENTA: ' WS-PORCENTAJE-ED
                     ' %' DELIMITED BY SIZE INTO E500-DESCRIPCION3
              END-STRING
           END-IF
           MOVE 'E'                     TO E500-INDICADOR1
           MOVE TCK-EMAIL(WS-IDX)(1:35) TO E500-CODIGO1
           MOVE 0 TO E500-NUMERO1 E500-NUMERO2
                     E500-NUMERO3 E500-NUMERO4
           CALL 'RVALUSU' USING E500-VLMC500E
                                S500-VLMC500S
           IF S500-COD-RETORNO = '00'
              ADD 1 TO WS-TOT-TIT-ENTREGADOS
           ELSE
              PERFORM 2820-REPORTAR-TITULAR
           END-IF
           .
       2810-DESPACHAR-TITULAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2820-REPORTAR-TITULAR.
           ADD 1 TO WS-TOT-TIT-FALLIDOS
           MOVE SPACES TO DQ-LINEA-REPORTE
           MOVE TCK-TIPO-DOC(WS-IDX) TO DQ-TIPO-DOC
           MOVE TCK-NUME-DOC(WS-IDX) TO DQ-NUME-DOC
           MOVE TCK-NOMBRE(WS-IDX)   TO DQ-NOMBRE-CLIE
           IF TCK-EMAIL(WS-IDX) = SPACES
              MOVE 'A' TO DQ-IND-EMAIL
           ELSE
              MOVE 'I' TO DQ-IND-EMAIL
           END-IF
           MOVE 'S' TO DQ-IND-DIRECCION
           MOVE 'S' TO DQ-IND-TELEFONO
           MOVE 'ESTADO DE CUENTA DE COTITULAR NO ENTREGABLE POR CORREO'
              TO DQ-DESCRIPCION
           WRITE DQ-LINEA-REPORTE
           .
       2820-REPORTAR-TITULAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE ESTADO-CUENTA CLIENTE-EXT REGISTRO-ENTREGA
           DISPLAY 'RSTMTDLV - ENTREGADOS       : '
                   WS-TOT-ENTREGADOS
           DISPLAY 'RSTMTDLV - FALLIDOS         : ' WS-TOT-FALLIDOS
           DISPLAY 'RSTMTDLV - COTITULARES OK   : '
                   WS-TOT-TIT-ENTREGADOS
           DISPLAY 'RSTMTDLV - COTITULARES FALL.: '
                   WS-TOT-TIT-FALLIDOS
           .
       9000-FIN-EXIT.
           EXIT.

      *                    ASESOR COMERCIAL VIGENTE DE LA CUENTA     *
      *                    (CTAASES) EN OM-ASESOR PARA LA            *
      *                    ATRIBUCION DE PRODUCCION (RASESPRD).      *
      * 21/09/2026 JQ      ALTA. NO SE REGISTRA EL REPO SI LA CUENTA *
      *                    NO TIENE VIGENTE EL CONVENIO MARCO DE     *
      *                    REPORTE (GUARDA CONVCHK); DEVUELVE 27.    *
      * 05/10/2026 JQ      ALTA. LA CONTRAPARTE (RPB-CONTRAPARTE) ES *
      *                    OBLIGATORIA Y SE GRABA EN AMBAS PUNTAS;   *
      *                    LA PUNTA PLAZO A PRECIO DE MERCADO SE     *
      *                    VALIDA CONTRA SU LIMITE DE REPORTE Y      *
      *                    TOTAL (CTPCHK; DEVUELVE 28 O 29) Y,       *
      *                    REGISTRADO EL REPO, SE RESERVA EN SU      *
      *                    EXPOSICION INTRADIA.                      *
      * 05/10/2026 JQ      LAS PUNTAS CONTADO Y PLAZO SE REPLICAN EN *
      *                    EL LIBRO DE ORDENES VIVAS (ORDVIVW).      *
      * 15/10/2026 JQ      CORRECCION. LA ORDEN SE GRABA CON         *
      *                    OM-IND-CONDICION EN BLANCO Y EN CERO EL   *
      *                    PRECIO, FECHA Y HORA DE ACTIVACION Y EL   *
      *                    PRECIO DE DISPARO, QUE NO QUEDAN CON      *
      *                    ESPACIOS AL PARTIR DE MOVE SPACES.        *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RESUELVE LA TEM DEL PLAZO E INSTRUMENTO VIA TEMCHK (LA MISMA *
      * PUNTA PLAZO (VENTA, 'P') CON NUMEROS DEL CORRELATIVO REPOSEQ,*
      * LIGADAS ENTRE SI (OM-ORDEN-REPO-LIGADA) Y CON LA FECHA DE    *
      * VENCIMIENTO EN LA PUNTA PLAZO. EL SEGUIMIENTO DE MARGEN Y    *
      * VENCIMIENTOS LO HACE EL REPORTE DIARIO RREPORPT. AMBAS       *
      * PUNTAS LLEVAN LA CONTRAPARTE, CUYO LIMITE CONTROLA CTPCHK.   *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-HORA-SISTEMA             PIC 9(08).
       01  WS-FACTOR-PLAZO             PIC 9(03)V9(08) COMP-3.
       COPY TEMCHKP.
       COPY CONVCHKP.
       COPY CTPCHKP.
       COPY ORDVIVWP.
       LINKAGE SECTION.
       COPY REPOBKP.
       PROCEDURE DIVISION USING RPB-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 1500-VALIDAR-CONVENIO
           IF RPB-COD-RETORNO = '00'
              PERFORM 1700-VALIDAR-CONTRAPARTE
           END-IF
           IF RPB-COD-RETORNO = '00'
              PERFORM 2000-RESOLVER-TEM
           END-IF
           IF RPB-COD-RETORNO = '00'
              PERFORM 3000-CALCULAR-PRECIO-PLAZO
              PERFORM 4000-ASIGNAR-NUMEROS
              PERFORM 4500-BUSCAR-ASESOR
              PERFORM 5000-GRABAR-PUNTAS
           END-IF
           IF RPB-COD-RETORNO = '00'
              PERFORM 5500-RESERVAR-EXPOSICION
           END-IF
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1500-VALIDAR-CONVENIO.
           MOVE RPB-CTA-VALOR TO CFK-CTA-VALOR
           MOVE 'REP'         TO CFK-PRODUCTO
           MOVE 0             TO CFK-FECHA
           CALL 'CONVCHK' USING CFK-PARAMETROS
           IF NOT CFK-CONVENIO-VIGENTE
              MOVE '27' TO RPB-COD-RETORNO
           END-IF
           .
       1500-VALIDAR-CONVENIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA EXPOSICION DEL REPO ES LA PUNTA PLAZO A PRECIO DE MERCADO *
      * (LOS TITULOS AL PRECIO VIGENTE DE QUOTEMST, VALORIZADOS POR  *
      * CTPCHK).                                                     *
      *--------------------------------------------------------------*
       1700-VALIDAR-CONTRAPARTE.
           MOVE 'V'             TO CTK-FUNCION
           MOVE RPB-CONTRAPARTE TO CTK-CONTRAPARTE
           MOVE 2               TO CTK-PRODUCTO
           MOVE RPB-NEMONICO    TO CTK-NEMONICO
           MOVE RPB-TITULOS     TO CTK-TITULOS
           MOVE 0               TO CTK-IMPORTE
           CALL 'CTPCHK' USING CTK-PARAMETROS
           EVALUATE TRUE
              WHEN CTK-DENTRO-LIMITE
                 CONTINUE
              WHEN CTK-EXCEDE-PRODUCTO
                 OR CTK-EXCEDE-TOTAL
                 MOVE '29' TO RPB-COD-RETORNO
              WHEN OTHER
                 MOVE '28' TO RPB-COD-RETORNO
           END-EVALUATE
           .
       1700-VALIDAR-CONTRAPARTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-RESOLVER-TEM.
           MOVE RPB-DIA-PLAZO   TO TMC-DIA-PLAZO
           MOVE RPB-ORDEN-PLAZO     TO OM-ORDEN-REPO-LIGADA
           MOVE RPB-FECHA-VENCIMIENTO TO OM-FECHA-VCTO-REPO
           MOVE WS-ASESOR-CUENTA    TO OM-ASESOR
           MOVE RPB-CONTRAPARTE     TO OM-CONTRAPARTE-REPO
           MOVE SPACE               TO OM-IND-CONDICION
           MOVE 0                   TO OM-PRECIO-ACTIVACION
           MOVE 0                   TO OM-FEC-ACTIVACION
           MOVE 0                   TO OM-HOR-ACTIVACION
           MOVE 0                   TO OM-PRECIO-DISPARO
           WRITE OM-REGISTRO-ORDEN
              INVALID KEY MOVE '22' TO RPB-COD-RETORNO
              NOT INVALID KEY
                 MOVE 'A' TO OVW-FUNCION
                 CALL 'ORDVIVW' USING OVW-PARAMETROS OM-REGISTRO-ORDEN
           END-WRITE
      *    PUNTA PLAZO: VENTA AL VENCIMIENTO AL PRECIO IMPLICITO.     *
           MOVE SPACES              TO OM-REGISTRO-ORDEN
           MOVE RPB-ORDEN-CONTADO   TO OM-ORDEN-REPO-LIGADA
           MOVE RPB-FECHA-VENCIMIENTO TO OM-FECHA-VCTO-REPO
           MOVE WS-ASESOR-CUENTA    TO OM-ASESOR
           MOVE RPB-CONTRAPARTE     TO OM-CONTRAPARTE-REPO
           MOVE SPACE               TO OM-IND-CONDICION
           MOVE 0                   TO OM-PRECIO-ACTIVACION
           MOVE 0                   TO OM-FEC-ACTIVACION
           MOVE 0                   TO OM-HOR-ACTIVACION
           MOVE 0                   TO OM-PRECIO-DISPARO
           WRITE OM-REGISTRO-ORDEN
              INVALID KEY MOVE '22' TO RPB-COD-RETORNO
              NOT INVALID KEY
                 MOVE 'A' TO OVW-FUNCION
                 CALL 'ORDVIVW' USING OVW-PARAMETROS OM-REGISTRO-ORDEN
           END-WRITE
           CLOSE ORDEN-MAESTRO
           .
       5000-GRABAR-PUNTAS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL IMPORTE VALORIZADO EN LA VALIDACION QUEDA EN CTK-IMPORTE. *
      *--------------------------------------------------------------*
       5500-RESERVAR-EXPOSICION.
           MOVE 'R' TO CTK-FUNCION
           CALL 'CTPCHK' USING CTK-PARAMETROS
           .
       5500-RESERVAR-EXPOSICION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

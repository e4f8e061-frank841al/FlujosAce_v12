      *                    TAMBIEN PARA CUENTAS SIN OPERACIONES EN   *
      *                    EL PERIODO; EL PASE DEL ANEXO SE ADELANTO *
      *                    PARA ACUMULARLA ANTES DE EMITIR.          *
      * 28/09/2026 JQ      ALTA. LA FACTURA QUEDA PENDIENTE DE       *
      *                    EMISION ELECTRONICA ANTE SUNAT            *
      *                    (FC-ESTADO-CPE); RCPEENV LE ASIGNA TIPO,  *
      *                    SERIE Y CORRELATIVO OFICIALES Y LA ENVIA  *
      *                    AL OSE.                                   *
      * 28/09/2026 JQ      ALTA. LA ORDEN DE UNA CUENTA CON ACUERDO  *
      *                    DE COMISION NEGOCIADO VIGENTE A LA FECHA  *
      *                    DE LA ORDEN (COMNCHK/COMNEGO) SE FACTURA  *
      *                    A LA TASA ACORDADA SOBRE EL MONTO         *
      *                    OPERADO, NO POR LA COMISION DIGITADA EN   *
      *                    LA ORDEN.                                 *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * EL PERIODO FACTURADO ES EL MES CALENDARIO ANTERIOR A LA      *
      * FECHA DE PROCESO. RECORRE ORDARCH Y ACUMULA OA-IMP-COMISION  *
      * POR CUENTA-VALOR PARA LAS ORDENES DEL PERIODO (SI LA CUENTA  *
      * TIENE ACUERDO NEGOCIADO VIGENTE A LA FECHA DE LA ORDEN PARA  *
      * EL TIPO DEL INSTRUMENTO, LA COMISION ES EL MONTO OPERADO POR *
      * LA SUMA DE TASAS ACORDADAS); POR CADA                        *
      * CUENTA CON COMISIONES EMITE UNA LINEA DE FACTURA NUMERADA    *
      * CON SUBTOTAL, IGV (18 PCT) Y TOTAL, Y CIERRA CON EL RESUMEN  *
      * DE CONTROL (CANTIDAD DE FACTURAS E IMPORTES TOTALES) POR     *
               ORGANIZATION IS SEQUENTIAL.
           SELECT ANEXO-FACTURA ASSIGN TO FACTDET
               ORGANIZATION IS SEQUENTIAL.
           SELECT NEMONICO-MAESTRO ASSIGN TO NEMOMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NM-NEMONICO
               FILE STATUS IS WS-NM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDEN-ARCHIVO
       FD  ANEXO-FACTURA
           RECORDING MODE IS F.
       01  ANEXO-REC                   PIC X(80).
       FD  NEMONICO-MAESTRO
           RECORDING MODE IS F.
       COPY NEMOMAST.
       WORKING-STORAGE SECTION.
       77  WS-EOF-ORDEN                PIC X(01) VALUE 'N'.
           88 WS-FIN-ORDEN                       VALUE 'S'.
       77  WS-EOF-GASTO                PIC X(01) VALUE 'N'.
           88 WS-FIN-GASTO                        VALUE 'S'.
       77  WS-TOT-ANEXO                PIC 9(07) COMP VALUE 0.
       01  WS-NM-STATUS                PIC X(02) VALUE '00'.
           88 WS-NM-OK                           VALUE '00'.
       77  WS-TOT-CON-ACUERDO          PIC 9(07) COMP VALUE 0.
       77  WS-COMISION-ORDEN           PIC S9(12)V9(02) COMP-3
                                       VALUE 0.
       01  WS-FECHA-ORDEN-NUM.
           05 WS-FON-ANIO              PIC X(04).
           05 WS-FON-MES               PIC X(02).
           05 WS-FON-DIA               PIC X(02).
       01  WS-FECHA-ORDEN-R REDEFINES WS-FECHA-ORDEN-NUM
                                       PIC 9(08).
       COPY COMNCHKP.
       01  WS-PERIODO-GASTO            PIC 9(06).
       01  WS-LINEA-ANEXO.
           05 WX-CTAVALOR              PIC  X(20).
           OPEN I-O    CORRELATIVO-FACTURA
           OPEN INPUT  DETALLE-GASTO
           OPEN OUTPUT ANEXO-FACTURA
           OPEN INPUT  NEMONICO-MAESTRO
           READ DETALLE-GASTO
              AT END MOVE 'S' TO WS-EOF-GASTO
           END-READ
           MOVE WS-FECHA-ORDEN-ALFA TO WS-PERIODO-ORDEN
           IF WS-PERIODO-ORDEN = WS-PERIODO
              AND OA-IMP-COMISION NOT = 0
              MOVE OA-IMP-COMISION TO WS-COMISION-ORDEN
              PERFORM 2050-APLICAR-ACUERDO
              PERFORM 2100-ACUMULAR-CLIENTE
           END-IF
           READ ORDEN-ARCHIVO
           .
       2000-ACUMULAR-COMISION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2050-APLICAR-ACUERDO.
           MOVE '00'        TO WS-NM-STATUS
           MOVE OA-NEMONICO TO NM-NEMONICO
           READ NEMONICO-MAESTRO
              INVALID KEY MOVE '23' TO WS-NM-STATUS
           END-READ
           MOVE 'V' TO CNK-TIPO-INSTRUMENTO
           IF WS-NM-OK
              MOVE NM-TIPO-RENTA TO CNK-TIPO-INSTRUMENTO
           END-IF
           MOVE OA-FECHA-ORDEN(1:4) TO WS-FON-ANIO
           MOVE OA-FECHA-ORDEN(6:2) TO WS-FON-MES
           MOVE OA-FECHA-ORDEN(9:2) TO WS-FON-DIA
           MOVE 'T'                 TO CNK-FUNCION
           MOVE OA-CTAVALOR         TO CNK-CTA-VALOR
           MOVE 0                   TO CNK-CODCOM
           MOVE WS-FECHA-ORDEN-R    TO CNK-FECHA
           CALL 'COMNCHK' USING CNK-PARAMETROS
           IF CNK-CON-ACUERDO
              ADD 1 TO WS-TOT-CON-ACUERDO
              COMPUTE WS-COMISION-ORDEN ROUNDED =
                 OA-MTO-OPERACION * CNK-PORCEN / 100
           END-IF
           .
       2050-APLICAR-ACUERDO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-ACUMULAR-CLIENTE.
           MOVE 0 TO WS-POS-CLIENTE
           END-IF
           IF WS-POS-CLIENTE > 0
              ADD 1 TO WS-CL-OPERACIONES(WS-POS-CLIENTE)
              ADD WS-COMISION-ORDEN TO WS-CL-COMISION(WS-POS-CLIENTE)
           END-IF
           .
       2100-ACUMULAR-CLIENTE-EXIT.
           COMPUTE FC-IGV ROUNDED =
              WS-CL-COMISION(WS-IDX) * WS-TASA-IGV
           COMPUTE FC-TOTAL = FC-SUBTOTAL + FC-IGV
           MOVE SPACES                 TO FC-TIPO-COMPROBANTE
                                          FC-SERIE-CPE
                                          FC-COD-RESPUESTA
                                          FC-DES-RESPUESTA
                                          FC-VALOR-RESUMEN
                                          FC-TIPO-DOC-ADQ
                                          FC-NUME-DOC-ADQ
                                          FC-EMAIL-ADQ
           MOVE 0                      TO FC-CORRELATIVO-CPE
                                          FC-FECHA-EMISION-CPE
           MOVE 'P'                    TO FC-ESTADO-CPE
           MOVE WS-FECHA-SISTEMA       TO FC-FECHA-ESTADO-CPE
           MOVE 'N'                    TO FC-IND-CORREO
           WRITE FC-REGISTRO-FACTURA
           ADD FC-SUBTOTAL TO WS-TOT-SUBTOTAL
           ADD FC-IGV      TO WS-TOT-IGV
       9000-FIN.
           REWRITE SEQ-CONTROL-FACTURA
           CLOSE ORDEN-ARCHIVO FACTURA-CLIENTE CORRELATIVO-FACTURA
                 DETALLE-GASTO ANEXO-FACTURA NEMONICO-MAESTRO
           DISPLAY 'RFACTCLI - PERIODO FACTURADO : ' WS-PERIODO
           DISPLAY 'RFACTCLI - ORDENES LEIDAS    : ' WS-TOT-ORDENES
           DISPLAY 'RFACTCLI - CON ACUERDO NEGOC.: ' WS-TOT-CON-ACUERDO
           DISPLAY 'RFACTCLI - FACTURAS EMITIDAS : ' WS-TOT-FACTURAS
           DISPLAY 'RFACTCLI - SUBTOTAL PERIODO  : ' WS-TOT-SUBTOTAL
           DISPLAY 'RFACTCLI - IGV PERIODO       : ' WS-TOT-IGV

      *                    NEMONICO CUYO RECIBO DEL EMISOR FALTA O   *
      *                    ES CORTO SE OMITE Y SE CUENTA, SIN        *
      *                    MARCARSE COMO ABONADO.                    *
      * 21/09/2026 JQ      ALTA. SI EL TENEDOR TIENE UNA CUENTA      *
      *                    BANCARIA REGISTRADA Y VERIFICADA MARCADA  *
      *                    PARA RECIBIR EVENTOS (CTABANC), TRAS EL   *
      *                    ABONO SE INGRESA EL RETIRO DEL IMPORTE    *
      *                    PAGADO HACIA ESA CUENTA (CSOLEFE), QUE    *
      *                    SIGUE EL CICLO NORMAL DE APROBACION Y     *
      *                    EXTRACTO RSOLEXT.                         *
      * 21/09/2026 JQ      ALTA. CUENTA MANCOMUNADA                  *
      *                    (COTICHK/COTITUL): LA RETENCION DEL PAGO  *
      *                    SE PRORRATEA EN RETLEDG CON UNA LINEA POR *
      *                    TITULAR SEGUN SU PARTICIPACION (EL ULTIMO *
      *                    ABSORBE EL REDONDEO). SI LAS              *
      *                    PARTICIPACIONES NO SUMAN 100 QUEDA UNA    *
      *                    SOLA LINEA DE LA CUENTA Y SE AVISA.       *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * PRIMERA PASADA (SOLO LECTURA): CUENTA Y SUMA LOS PAGOS DEL   *
       77  WS-TOT-YA-ABONADOS          PIC 9(07) COMP VALUE 0.
       77  WS-TOT-RECHAZADOS           PIC 9(07) COMP VALUE 0.
       77  WS-TOT-RETENIDOS            PIC 9(07) COMP VALUE 0.
       77  WS-TOT-TRANSFERENCIAS       PIC 9(07) COMP VALUE 0.
       77  WS-TOT-TRANSF-FALLIDAS      PIC 9(07) COMP VALUE 0.
       77  WS-HORA-SISTEMA             PIC 9(08).
       77  WS-IDX-TIT                  PIC 9(02) COMP VALUE 0.
       77  WS-TOT-SIN-PRORRATEO        PIC 9(07) COMP VALUE 0.
       77  WS-AS-BRUTO                 PIC S9(12)V9(02) COMP-3.
       77  WS-AS-RETENIDO              PIC S9(12)V9(02) COMP-3.
       01  WS-IH-STATUS                PIC X(02) VALUE '00'.
           88 WS-IH-OK                           VALUE '00'.
       77  WS-SW-RETENIDO              PIC X(01) VALUE 'N'.
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05 WS-FPR-PERIODO           PIC 9(06).
           05 WS-FPR-DIA               PIC 9(02).
       01  WS-FECHA-PROCESO-D REDEFINES WS-FECHA-PROCESO.
           05 WS-FPD-ANIO              PIC 9(04).
           05 WS-FPD-MES               PIC 9(02).
           05 WS-FPD-DIA               PIC 9(02).
       01  WS-FECHA-FORMATEADA.
           05 WS-FEC-ANIO              PIC 9(04).
           05 FILLER                   PIC X(01) VALUE '-'.
           05 WS-FEC-MES               PIC 9(02).
           05 FILLER                   PIC X(01) VALUE '-'.
           05 WS-FEC-DIA               PIC 9(02).
       01  WS-CONCEPTO-ABONO.
           05 FILLER                   PIC X(15) VALUE
              'PAGO DIVIDENDO '.
           05 FILLER                   PIC X(15) VALUE SPACES.
       COPY EFEPOSTP.
       COPY HTCHKP.
       COPY CTABCHKP.
       COPY SOLEFP.
       COPY COTCHKP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
      *--------------------------------------------------------------*
       1500-INICIO-ABONOS.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-FPD-ANIO TO WS-FEC-ANIO
           MOVE WS-FPD-MES  TO WS-FEC-MES
           MOVE WS-FPD-DIA  TO WS-FEC-DIA
           MOVE 'N' TO WS-EOF-PAGO
           OPEN I-O PAGO-DIVIDENDO
           OPEN EXTEND LIBRO-RETENCION
              REWRITE DP-REGISTRO-PAGO
              IF DP-IMPORTE-RETENIDO > 0
                 PERFORM 2200-REGISTRAR-RETENCION
                    THRU 2200-REGISTRAR-RETENCION-EXIT
              END-IF
              PERFORM 2300-INSTRUIR-TRANSFERENCIA
                 THRU 2300-INSTRUIR-TRANSFERENCIA-EXIT
           ELSE
              ADD 1 TO WS-TOT-RECHAZADOS
              DISPLAY 'CDIVPOST - ABONO RECHAZADO ' EFP-COD-RETORNO
           .
       2100-ABONAR-PAGO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LA CUENTA MANCOMUNADA DEJA UNA LINEA POR TITULAR CON SU PARTE*
      * DEL BRUTO Y DE LO RETENIDO; LA INDIVIDUAL UNA SOLA LINEA.    *
      *--------------------------------------------------------------*
       2200-REGISTRAR-RETENCION.
           MOVE DP-CTAVALOR         TO RT-CTAVALOR
           MOVE DP-NEMONICO         TO RT-NEMONICO
           MOVE WS-FPR-PERIODO      TO RT-PERIODO
           MOVE WS-FECHA-PROCESO    TO RT-FECHA-ABONO
           MOVE DP-TASA-RETENCION   TO RT-TASA-RETENCION
           MOVE 'C'                 TO TCK-FUNCION
           MOVE DP-CTAVALOR         TO TCK-CTA-VALOR
           MOVE SPACES              TO TCK-FIRMAS-PRESENTADAS
           CALL 'COTICHK' USING TCK-PARAMETROS
           IF TCK-COTITULARIDAD-OK
              MOVE 0 TO WS-AS-BRUTO WS-AS-RETENIDO
              PERFORM 2210-REGISTRAR-TITULAR
                 VARYING WS-IDX-TIT FROM 1 BY 1
                 UNTIL WS-IDX-TIT > TCK-NRO-TITULARES
              GO TO 2200-REGISTRAR-RETENCION-EXIT
           END-IF
           IF TCK-PORCENTAJES-NO-CUADRAN
              ADD 1 TO WS-TOT-SIN-PRORRATEO
              DISPLAY 'CDIVPOST - CUENTA MANCOMUNADA SIN PRORRATEO '
                      DP-CTAVALOR ' PARTICIPACIONES ' TCK-PORC-TOTAL
           END-IF
           MOVE DP-IMPORTE-BRUTO    TO RT-IMPORTE-BRUTO
           MOVE DP-IMPORTE-RETENIDO TO RT-IMPORTE-RETENIDO
           MOVE SPACES              TO RT-TIPO-DOC RT-NUME-DOC
           MOVE 100                 TO RT-PORC-PARTICIPACION
           WRITE RT-REGISTRO-RETENCION
           .
       2200-REGISTRAR-RETENCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2210-REGISTRAR-TITULAR.
           IF WS-IDX-TIT < TCK-NRO-TITULARES
              COMPUTE RT-IMPORTE-BRUTO ROUNDED =
                 DP-IMPORTE-BRUTO * TCK-PORCENTAJE(WS-IDX-TIT) / 100
              COMPUTE RT-IMPORTE-RETENIDO ROUNDED =
                 DP-IMPORTE-RETENIDO * TCK-PORCENTAJE(WS-IDX-TIT) / 100
           ELSE
              COMPUTE RT-IMPORTE-BRUTO =
                 DP-IMPORTE-BRUTO - WS-AS-BRUTO
              COMPUTE RT-IMPORTE-RETENIDO =
                 DP-IMPORTE-RETENIDO - WS-AS-RETENIDO
           END-IF
           ADD RT-IMPORTE-BRUTO    TO WS-AS-BRUTO
           ADD RT-IMPORTE-RETENIDO TO WS-AS-RETENIDO
           MOVE TCK-TIPO-DOC(WS-IDX-TIT)   TO RT-TIPO-DOC
           MOVE TCK-NUME-DOC(WS-IDX-TIT)   TO RT-NUME-DOC
           MOVE TCK-PORCENTAJE(WS-IDX-TIT) TO RT-PORC-PARTICIPACION
           WRITE RT-REGISTRO-RETENCION
           .
       2210-REGISTRAR-TITULAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL TENEDOR QUE REGISTRO UNA CUENTA BANCARIA PARA RECIBIR SUS *
      * DIVIDENDOS Y CUPONES (CTABANC, VERIFICADA) RECIBE EL IMPORTE *
      * PAGADO EN ESA CUENTA: SE INGRESA EL RETIRO POR CSOLEFE, QUE  *
      * VUELVE A APLICAR SUS GUARDAS Y DEJA LA SOLICITUD PARA        *
      * APROBACION Y EXTRACTO RSOLEXT. SIN CUENTA MARCADA EL PAGO    *
      * QUEDA EN LA CUENTA EFECTIVO.                                 *
      *--------------------------------------------------------------*
       2300-INSTRUIR-TRANSFERENCIA.
           MOVE 'E'         TO IBC-FUNCION
           MOVE DP-CTAVALOR TO IBC-CTA-VALOR
           MOVE SPACES      TO IBC-CCI IBC-MONEDA
           CALL 'CTABCHK' USING IBC-PARAMETROS
           IF NOT IBC-CUENTA-VALIDA
              GO TO 2300-INSTRUIR-TRANSFERENCIA-EXIT
           END-IF
           MOVE 'A'                 TO SOL-FUNCION
           MOVE DP-CTAVALOR         TO SOL-CTA-VALOR
           MOVE 0                   TO SOL-SOLICITUD
           MOVE 'R'                 TO SOL-TIPO
           MOVE IBC-MONEDA          TO SOL-MONEDA
           MOVE DP-IMPORTE-PAGADO   TO SOL-IMPORTE
           MOVE IBC-BANCO           TO SOL-BANCO-DESTINO
           MOVE IBC-CCI             TO SOL-CTA-BANCARIA
           MOVE WS-FECHA-FORMATEADA TO SOL-FECHA
           MOVE WS-HORA-SISTEMA     TO SOL-HORA
           MOVE 'CDIVPOS'           TO SOL-USUARIO
           MOVE SPACES              TO SOL-FIRMA SOL-CANAL
           CALL 'CSOLEFE' USING SOL-PARAMETROS
           IF SOL-COD-RETORNO = '00' OR SOL-COD-RETORNO = '04'
              ADD 1 TO WS-TOT-TRANSFERENCIAS
           ELSE
              ADD 1 TO WS-TOT-TRANSF-FALLIDAS
              DISPLAY 'CDIVPOST - RETIRO A CUENTA REGISTRADA RECHAZADO '
                      SOL-COD-ERROR-DEV ' CUENTA ' DP-CTAVALOR
           END-IF
           .
       2300-INSTRUIR-TRANSFERENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           IF HC-CONTROL-OK
                   WS-TOT-RETENIDOS
           DISPLAY 'CDIVPOST - IMPORTE TOTAL ABONADO  : '
                   WS-TOT-IMPORTE
           DISPLAY 'CDIVPOST - RETIROS A CTA REGISTR. : '
                   WS-TOT-TRANSFERENCIAS
           DISPLAY 'CDIVPOST - RETIROS NO INGRESADOS  : '
                   WS-TOT-TRANSF-FALLIDAS
           DISPLAY 'CDIVPOST - MANCOMUNADAS SIN PRORR.: '
                   WS-TOT-SIN-PRORRATEO
           .
       9000-FIN-EXIT.
           EXIT.

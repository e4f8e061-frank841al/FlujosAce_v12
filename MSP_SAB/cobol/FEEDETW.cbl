      *                    VIGENTE AL MOMENTO DEL ALTA Y PERSISTE    *
      *                    UNA LINEA FEEDET POR COMPONENTE CON TASA, *
      *                    BASE Y VERSION DEL TARIFARIO.             *
      * 28/09/2026 JQ      ALTA. LA TASA DE CADA LINEA SE TOMA DEL   *
      *                    ACUERDO DE COMISION NEGOCIADO VIGENTE DE  *
      *                    LA CUENTA (COMNCHK/COMNEGO) CUANDO EXISTE *
      *                    PARA ESE CME-CODCOM Y TIPO DE             *
      *                    INSTRUMENTO; LA LINEA QUEDA MARCADA       *
      *                    (FT-IND-ACUERDO).                         *
      * 28/09/2026 JQ      ALTA. CADA LINEA FEEDET LLEVA LA MONEDA   *
      *                    DE LA ORDEN (FT-MONEDA); SIN MONEDA       *
      *                    INFORMADA SE TOMA LA DE LA CUENTA VIA     *
      *                    EFECHK.                                   *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RESUELVE EL TIPO DE INSTRUMENTO EN NEMOMAST Y EL TRAMO DE    *
      * COMBINACION BROKER/TIPO/TRAMO (UNA POR CME-CODCOM) Y GRABA   *
      * POR CADA UNA SU LINEA EN FEEDET:                             *
      *    IMPORTE = BASE * CME-PORCEN / 100                         *
      * CON LA CME-VERSION VIGENTE. SI LA CUENTA TIENE ACUERDO       *
      * NEGOCIADO VIGENTE PARA EL CME-CODCOM Y EL TIPO (COMNEGO), SU *
      * TASA REEMPLAZA A CME-PORCEN. LOS ESTADOS DE CUENTA Y LA      *
      * FACTURACION LEEN ESTE DETALLE EN LUGAR DE RECALCULAR EL      *
      * TARIFARIO DEL DIA DE LA OPERACION. LA LINEA LLEVA LA MONEDA  *
      * DE LA ORDEN (FTW-MONEDA) O, SI NO VIENE, LA DE LA CUENTA     *
      * (EFECHK), Y SOLES CUANDO LA CUENTA NO TIENE EFECTIVO.        *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-TIPO-INSTRUMENTO         PIC X(01).
       01  WS-TRAMO-VOLUMEN            PIC 9(02).
       01  WS-FECHA-SISTEMA            PIC 9(08).
       01  WS-PORCEN-APLICADO          PIC 9(05)V9(04).
       01  WS-MONEDA-ORDEN             PIC X(03).
       COPY COMNCHKP.
       COPY EFECHKP.
       LINKAGE SECTION.
       COPY FEEDETWP.
       PROCEDURE DIVISION USING FTW-PARAMETROS.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-RESOLVER-CLASE
           PERFORM 2100-RESOLVER-MONEDA
           PERFORM 3000-DESGLOSAR-TARIFARIO
           IF FTW-TOT-COMPONENTES = 0
              MOVE '23' TO FTW-COD-RETORNO
           .
       2000-RESOLVER-CLASE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-RESOLVER-MONEDA.
           MOVE FTW-MONEDA TO WS-MONEDA-ORDEN
           IF WS-MONEDA-ORDEN = SPACES
              MOVE FTW-CTA-VALOR TO EFC-CTA-VALOR
              MOVE SPACES        TO EFC-MONEDA
              MOVE 0             TO EFC-MTO-REQUERIDO
              CALL 'EFECHK' USING EFC-PARAMETROS
              IF EFC-SIN-CUENTA-EFECTIVO
                 OR EFC-MONEDA-CUENTA = SPACES
                 MOVE 'PEN' TO WS-MONEDA-ORDEN
              ELSE
                 MOVE EFC-MONEDA-CUENTA TO WS-MONEDA-ORDEN
              END-IF
           END-IF
           .
       2100-RESOLVER-MONEDA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-DESGLOSAR-TARIFARIO.
           OPEN INPUT TARIFARIO
           MOVE CME-CODCOM        TO FT-CODCOM
           MOVE CME-DESCRI        TO FT-DESCRI
           MOVE FTW-BASE          TO FT-BASE-APLICADA
           PERFORM 3200-APLICAR-ACUERDO
           MOVE WS-PORCEN-APLICADO TO FT-PORCEN-APLICADO
           COMPUTE FT-IMPORTE ROUNDED =
              FTW-BASE * WS-PORCEN-APLICADO / 100
           MOVE CME-VERSION       TO FT-CME-VERSION
           MOVE WS-MONEDA-ORDEN   TO FT-MONEDA
           WRITE FT-REGISTRO-GASTO
           ADD FT-IMPORTE TO FTW-TOT-IMPORTE
           READ TARIFARIO NEXT RECORD
           .
       3100-GRABAR-COMPONENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3200-APLICAR-ACUERDO.
           MOVE CME-PORCEN          TO WS-PORCEN-APLICADO
           MOVE 'N'                 TO FT-IND-ACUERDO
           MOVE 'L'                 TO CNK-FUNCION
           MOVE FTW-CTA-VALOR       TO CNK-CTA-VALOR
           MOVE WS-TIPO-INSTRUMENTO TO CNK-TIPO-INSTRUMENTO
           MOVE CME-CODCOM          TO CNK-CODCOM
           MOVE WS-FECHA-SISTEMA    TO CNK-FECHA
           CALL 'COMNCHK' USING CNK-PARAMETROS
           IF CNK-CON-ACUERDO
              MOVE CNK-PORCEN TO WS-PORCEN-APLICADO
              MOVE 'S'        TO FT-IND-ACUERDO
           END-IF
           .
       3200-APLICAR-ACUERDO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

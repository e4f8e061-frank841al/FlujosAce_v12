      *                    O, EN BLANCO, AL PRIMER SALDO DE LA       *
      *                    CUENTA. EL MOVIMIENTO (ITFEXT) LLEVA LA   *
      *                    MONEDA APLICADA.                          *
      * 28/09/2026 JQ      ALTA. FECHA VALOR OPCIONAL                *
      *                    (EFP-FECHA-VALOR): SI CAE EN UN PERIODO   *
      *                    CONTABLE CERRADO LA GUARDA PERCHK RECHAZA *
      *                    EL MOVIMIENTO (RETORNO 30) O LO REDATA A  *
      *                    HOY, Y EL REDATADO DEJA SU AJUSTE         *
      *                    POST-CIERRE EN PERAJUS CON EL NUMERO DE   *
      *                    MOVIMIENTO.                               *
      * 05/10/2026 JQ      ALTA. CADA CARGO/ABONO APLICADO DEJA LA   *
      *                    IMAGEN DESPUES DE EFEMAST EN LA BITACORA  *
      *                    DE RECUPERACION HACIA ADELANTE (FWDJRNW). *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * APLICA UN CARGO O ABONO SOBRE LA CUENTA EFECTIVO INTRADIA    *
           05 WS-HOR-HH-E              PIC 9(02).
           05 WS-HOR-MM-E              PIC 9(02).
           05 WS-HOR-SS-E              PIC 9(04).
       77  WS-SW-REDATAR               PIC X(01) VALUE 'N'.
           88 WS-REDATAR                         VALUE 'S'.
       77  WS-N-MOVIMIENTO             PIC 9(09) VALUE 0.
       01  WS-HORA-FORMATEADA.
           05 WS-HOR-HH                PIC 9(02).
           05 FILLER                   PIC X(01) VALUE ':'.
           05 WS-HOR-MM                PIC 9(02).
           05 FILLER                   PIC X(01) VALUE ':'.
           05 WS-HOR-SS                PIC 9(02).
       COPY PERCHKP.
       COPY FWDJRNWP.
       LINKAGE SECTION.
       COPY EFEPOSTP.
       PROCEDURE DIVISION USING EFP-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 1500-VERIFICAR-PERIODO
           IF EFP-COD-RETORNO = '00'
              PERFORM 2000-ACTUALIZAR-MAESTRO
           END-IF
           IF EFP-COD-RETORNO = '00'
              PERFORM 3000-GRABAR-MOVIMIENTO
              IF WS-REDATAR
                 PERFORM 3500-GRABAR-AJUSTE-CIERRE
              END-IF
           END-IF
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE '00' TO EFP-COD-RETORNO
           MOVE '00' TO WS-EF-STATUS
           MOVE 'N'  TO EFP-IND-POST-CIERRE
           MOVE 'N'  TO WS-SW-REDATAR
           MOVE 0    TO EFP-IMPORTE-ITF
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-FEC-ANIO-E TO WS-FEC-ANIO
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA FECHA VALOR EN UN PERIODO CONTABLE CERRADO SE RECHAZA O   *
      * SE REDATA SEGUN LA POLITICA DE PERCHK. EL MOVIMIENTO SIEMPRE *
      * SE REGISTRA CON LA FECHA DEL DIA; EL AJUSTE POST-CIERRE SE   *
      * GRABA DESPUES DE APLICAR, CUANDO YA SE CONOCE EL NUMERO DE   *
      * MOVIMIENTO.                                                  *
      *--------------------------------------------------------------*
       1500-VERIFICAR-PERIODO.
           IF EFP-FECHA-VALOR NUMERIC
              AND EFP-FECHA-VALOR > 0
              AND EFP-FECHA-VALOR < WS-FECHA-SISTEMA
              MOVE 'V'             TO PCK-FUNCION
              MOVE EFP-FECHA-VALOR TO PCK-FECHA-VALOR
              MOVE 'EFEPOST'       TO PCK-PROGRAMA
              MOVE SPACES          TO PCK-REFERENCIA
              MOVE 'E'             TO PCK-TIPO
              MOVE EFP-CTA-VALOR   TO PCK-CTA-VALOR
              MOVE SPACES          TO PCK-NEMONICO
              MOVE EFP-MONEDA      TO PCK-MONEDA
              MOVE EFP-CARGO-ABONO TO PCK-CARGO-ABONO
              MOVE EFP-IMPORTE     TO PCK-IMPORTE
              MOVE EFP-CONCEPTO    TO PCK-CONCEPTO
              MOVE SPACES          TO PCK-USUARIO
              CALL 'PERCHK' USING PCK-PARAMETROS
              EVALUATE TRUE
                 WHEN PCK-RECHAZADO
                    MOVE '30' TO EFP-COD-RETORNO
                 WHEN PCK-REDATADO
                    MOVE 'S'  TO WS-SW-REDATAR
                    MOVE 'S'  TO EFP-IND-POST-CIERRE
              END-EVALUATE
           END-IF
           .
       1500-VERIFICAR-PERIODO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-ACTUALIZAR-MAESTRO.
           OPEN I-O EFECTIVO-MAESTRO
                 REWRITE EF-REGISTRO-EFECTIVO
                    INVALID KEY MOVE '16' TO EFP-COD-RETORNO
                 END-REWRITE
                 MOVE 'M' TO FJW-OPERACION
              WHEN WS-EF-NO-ENCONTRADO AND EFP-ES-ABONO
                 PERFORM 2200-CREAR-CUENTA
                 WRITE EF-REGISTRO-EFECTIVO
                    INVALID KEY MOVE '16' TO EFP-COD-RETORNO
                 END-WRITE
                 MOVE 'A' TO FJW-OPERACION
              WHEN OTHER
                 MOVE '23' TO EFP-COD-RETORNO
           END-EVALUATE
           IF EFP-COD-RETORNO = '00'
              MOVE 'EFEMAST '           TO FJW-MAESTRO
              MOVE 'EFEPOST '           TO FJW-PROGRAMA
              MOVE EF-REGISTRO-EFECTIVO TO FJW-IMAGEN
              CALL 'FWDJRNW' USING FJW-PARAMETROS
           END-IF
           CLOSE EFECTIVO-MAESTRO
           .
       2000-ACTUALIZAR-MAESTRO-EXIT.
           READ CORRELATIVO-MOV
           ADD 1 TO SEQ-ULTIMO-MOVIMIENTO
           REWRITE SEQ-CONTROL-MOVIMIENTO
           MOVE SEQ-ULTIMO-MOVIMIENTO TO WS-N-MOVIMIENTO
           CLOSE CORRELATIVO-MOV
           PERFORM 3100-VERIFICAR-EXONERACION
           IF WS-CUENTA-EXONERADA
           .
       3100-VERIFICAR-EXONERACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3500-GRABAR-AJUSTE-CIERRE.
           MOVE 'G'                   TO PCK-FUNCION
           MOVE WS-N-MOVIMIENTO       TO PCK-REFERENCIA
           MOVE EF-MONEDA             TO PCK-MONEDA
           CALL 'PERCHK' USING PCK-PARAMETROS
           .
       3500-GRABAR-AJUSTE-CIERRE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

      *                    ITFEXON) Y DEVUELVE EL NETO DE            *
      *                    LIQUIDACION PROYECTADO, SIN PERSISTIR     *
      *                    NADA.                                     *
      * 28/09/2026 JQ      ALTA. LA SIMULACION APLICA LA TASA DEL    *
      *                    ACUERDO DE COMISION NEGOCIADO VIGENTE DE  *
      *                    LA CUENTA (COMNCHK/COMNEGO) EN LUGAR DE   *
      *                    LA DEL TARIFARIO, IGUAL QUE FEEDETW.      *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RESUELVE EL TIPO DE INSTRUMENTO EN NEMOMAST Y EL TRAMO DE    *
      * VOLUMEN POR LA BASE PROPUESTA (MISMOS CORTES QUE FEEDETW),   *
      * RECORRE LAS LINEAS DE COMSCHED DE LA COMBINACION BROKER/     *
      * TIPO/TRAMO Y DEVUELVE UNA LINEA D535 POR COMPONENTE, CON LA  *
      * TASA DEL ACUERDO NEGOCIADO DE LA CUENTA SI LO HAY. SOBRE     *
      * LA SUMA DE COMISIONES CALCULA EL IGV Y SOBRE EL MOVIMIENTO   *
      * DE EFECTIVO EL ITF A LA MISMA TASA QUE EFEPOST, SALVO QUE LA *
      * CUENTA TENGA EXONERACION VIGENTE EN ITFEXON. EL NETO ES      *
       77  WS-TASA-ITF                 PIC V9(5) COMP-3 VALUE 0.00005.
       77  WS-TASA-IGV                 PIC V9(2) COMP-3 VALUE 0.18.
       77  WS-IDX                      PIC 9(02) COMP VALUE 0.
       COPY COMNCHKP.
       LINKAGE SECTION.
       COPY VLMC535E.
       COPY VLMC535S-D.
           MOVE CME-CODCOM TO D535-CODCOM(WS-IDX)
           MOVE CME-DESCRI TO D535-DESCRI(WS-IDX)
           MOVE CME-PORCEN TO D535-PORCEN(WS-IDX)
           MOVE 'L'                 TO CNK-FUNCION
           MOVE E535-CTA-VALOR      TO CNK-CTA-VALOR
           MOVE WS-TIPO-INSTRUMENTO TO CNK-TIPO-INSTRUMENTO
           MOVE CME-CODCOM          TO CNK-CODCOM
           MOVE WS-FECHA-SISTEMA    TO CNK-FECHA
           CALL 'COMNCHK' USING CNK-PARAMETROS
           IF CNK-CON-ACUERDO
              MOVE CNK-PORCEN TO D535-PORCEN(WS-IDX)
           END-IF
           COMPUTE D535-IMPORTE(WS-IDX) ROUNDED =
              S535-BASE-OPERACION * D535-PORCEN(WS-IDX) / 100
           ADD D535-IMPORTE(WS-IDX) TO S535-TOT-COMISIONES
           READ TARIFARIO NEXT RECORD
              AT END MOVE '10' TO WS-CME-STATUS

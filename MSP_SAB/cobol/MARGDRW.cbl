      *                    LIQUIDAR UNA COMPRA CON EFECTIVO CORTO,   *
      *                    DISPONE EL FALTANTE DE LA LINEA APROBADA  *
      *                    (MARGMAST) Y LO ABONA VIA EFEPOST.        *
      * 21/09/2026 JQ      ALTA. SIN CONVENIO MARCO DE CREDITO       *
      *                    BURSATIL VIGENTE (GUARDA CONVCHK) NO SE   *
      *                    DESEMBOLSA; DEVUELVE 'F'.                 *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * VALIDA QUE LA CUENTA TENGA LINEA ACTIVA (NO CONGELADA POR EL *
       77  WS-LINEA-DISPONIBLE         PIC S9(12)V9(02) COMP-3
                                       VALUE 0.
       COPY EFEPOSTP.
       COPY CONVCHKP.
       LINKAGE SECTION.
       COPY MARGDRWP.
       PROCEDURE DIVISION USING MDR-PARAMETROS.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-LEER-LINEA
           IF MDR-IND-RESULTADO = ' '
              PERFORM 2500-VALIDAR-CONVENIO
           END-IF
           IF MDR-IND-RESULTADO = ' '
              PERFORM 3000-VALIDAR-LINEA
           END-IF
           .
       2000-LEER-LINEA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2500-VALIDAR-CONVENIO.
           MOVE MDR-CTA-VALOR TO CFK-CTA-VALOR
           MOVE 'CRB'         TO CFK-PRODUCTO
           MOVE 0             TO CFK-FECHA
           CALL 'CONVCHK' USING CFK-PARAMETROS
           IF NOT CFK-CONVENIO-VIGENTE
              MOVE 'F' TO MDR-IND-RESULTADO
           END-IF
           .
       2500-VALIDAR-CONVENIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-VALIDAR-LINEA.
           COMPUTE WS-LINEA-DISPONIBLE =

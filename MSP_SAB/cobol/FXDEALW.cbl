      *                    ORDEN EN MONEDA DISTINTA A LA DE LA       *
      *                    CUENTA, SOBRE LA TASA OFICIAL DE FXRATE   *
      *                    MAS EL SPREAD DE LA CASA.                 *
      * 21/09/2026 JQ      ALTA. NO SE PACTA SIN CONVENIO MARCO DE   *
      *                    CAMBIO DE MONEDA VIGENTE DE LA CUENTA     *
      *                    (GUARDA CONVCHK, FXD003).                 *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * BUSCA LA TASA OFICIAL DE LA MONEDA DE LA ORDEN EN FXRATES Y  *
      *   ACORDADO CON TESORERIA.
       77  WS-SPREAD-CASA              PIC V9(05) COMP-3 VALUE 0.00500.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       COPY CONVCHKP.
       LINKAGE SECTION.
       COPY FXDEALWP.
       PROCEDURE DIVISION USING FXD-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 1500-VALIDAR-CONVENIO
           IF FXD-COD-RETORNO = '00'
              PERFORM 2000-BUSCAR-TASA
           END-IF
           IF FXD-COD-RETORNO = '00'
              PERFORM 3000-PACTAR-CAMBIO
              PERFORM 4000-GRABAR-DEAL
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1500-VALIDAR-CONVENIO.
           MOVE FXD-CTA-VALOR TO CFK-CTA-VALOR
           MOVE 'FXD'         TO CFK-PRODUCTO
           MOVE 0             TO CFK-FECHA
           CALL 'CONVCHK' USING CFK-PARAMETROS
           IF NOT CFK-CONVENIO-VIGENTE
              MOVE '16'     TO FXD-COD-RETORNO
              MOVE 'FXD003' TO FXD-COD-ERROR-DEV
           END-IF
           .
       1500-VALIDAR-CONVENIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-BUSCAR-TASA.
           MOVE FXD-MONEDA-ORDEN TO FXR-MONEDA

      *                    POR CUOTAS, VALORIZADA AL NAV DE LA FECHA *
      *                    (NAVMAST) Y CON LIQUIDACION EN EL T+N     *
      *                    PROPIO DEL FONDO (FONDMAST/DIAHABIL).     *
      * 21/09/2026 JQ      ALTA. LA ORDEN DE FONDO EXIGE CONVENIO    *
      *                    MARCO DE FONDOS MUTUOS VIGENTE (GUARDA    *
      *                    CONVCHK, FDO011).                         *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * ORDMAST SOLO CONOCE ORDENES PRECIO-CANTIDAD DE BOLSA; LA     *
           88 WS-CM-NO-ENCONTRADO                VALUE '23'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       COPY DIAHABP.
       COPY CONVCHKP.
       LINKAGE SECTION.
       COPY FONDORDP.
       PROCEDURE DIVISION USING FNO-PARAMETROS.
           EXIT.
      *--------------------------------------------------------------*
       2000-ALTA-ORDEN.
           PERFORM 2050-VALIDAR-CONVENIO
           IF FNO-COD-RETORNO = '00'
              PERFORM 2100-VALIDAR-FONDO
           END-IF
           IF FNO-COD-RETORNO = '00'
              PERFORM 2200-TOMAR-NAV
           END-IF
           .
       2000-ALTA-ORDEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2050-VALIDAR-CONVENIO.
           MOVE FNO-CTA-VALOR TO CFK-CTA-VALOR
           MOVE 'FMU'         TO CFK-PRODUCTO
           MOVE 0             TO CFK-FECHA
           CALL 'CONVCHK' USING CFK-PARAMETROS
           IF NOT CFK-CONVENIO-VIGENTE
              MOVE '16'     TO FNO-COD-RETORNO
              MOVE 'FDO011' TO FNO-COD-ERROR-DEV
           END-IF
           .
       2050-VALIDAR-CONVENIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-VALIDAR-FONDO.
           OPEN INPUT FONDO-MAESTRO

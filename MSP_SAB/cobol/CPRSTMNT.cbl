      *                    REPLICA EN EL ESPEJO POR CLIENTE CARTCLI *
      *                    (SERVICIO CARTMIRW) EN LA MISMA UNIDAD   *
      *                    DE TRABAJO.                              *
      * 21/09/2026 JQ      ALTA. EL ALTA DEL PRESTAMO EXIGE CONVENIO *
      *                    MARCO DE PRESTAMO DE VALORES VIGENTE DEL  *
      *                    PRESTAMISTA (GUARDA CONVCHK, PRE008).     *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      * 05/10/2026 JQ      ALTA. EL ALTA DEL PRESTAMO VALIDA A LA    *
      *                    CONTRAPARTE TOMADORA CONTRA SU LIMITE DE  *
      *                    PRESTAMO DE VALORES Y TOTAL, CON LOS      *
      *                    TITULOS A PRECIO DE QUOTEMST (GUARDA      *
      *                    CTPCHK, PRE009/PRE010) Y, GRABADO EL      *
      *                    PRESTAMO, LO RESERVA EN SU EXPOSICION     *
      *                    INTRADIA.                                 *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * EL PRESTAMO SACA LOS TITULOS DEL DISPONIBLE (CM-SDODIS) Y    *
           05 WS-FEC-DIA               PIC 9(02).
       COPY DIAHABP.
       COPY CARTMIRP.
       COPY CONVCHKP.
       COPY CTPCHKP.
       LINKAGE SECTION.
       COPY PRSTP.
       PROCEDURE DIVISION USING PRS-PARAMETROS.
           PERFORM 1000-INICIALIZAR
           EVALUATE TRUE
              WHEN PRS-FN-ALTA
                 PERFORM 2000-ALTA-PRESTAMO THRU 2000-ALTA-PRESTAMO-EXIT
              WHEN PRS-FN-RECALL
                 PERFORM 3000-REGISTRAR-RECALL
              WHEN PRS-FN-DEVOLUCION
           EXIT.
      *--------------------------------------------------------------*
       2000-ALTA-PRESTAMO.
           PERFORM 2050-VALIDAR-CONVENIO
           IF PRS-COD-RETORNO NOT = '00'
              GO TO 2000-ALTA-PRESTAMO-EXIT
           END-IF
           PERFORM 2070-VALIDAR-CONTRAPARTE
           IF PRS-COD-RETORNO NOT = '00'
              GO TO 2000-ALTA-PRESTAMO-EXIT
           END-IF
           PERFORM 2100-SACAR-DEL-DISPONIBLE
           IF PRS-COD-RETORNO = '00'
              PERFORM 2200-ASIGNAR-CORRELATIVO
              PERFORM 2300-GRABAR-PRESTAMO
              PERFORM 6000-GRABAR-MOVIMIENTO-S
           END-IF
           IF PRS-COD-RETORNO = '00'
              MOVE 'R' TO CTK-FUNCION
              CALL 'CTPCHK' USING CTK-PARAMETROS
           END-IF
           .
       2000-ALTA-PRESTAMO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2050-VALIDAR-CONVENIO.
           MOVE PRS-CTA-VALOR TO CFK-CTA-VALOR
           MOVE 'PRV'         TO CFK-PRODUCTO
           MOVE 0             TO CFK-FECHA
           CALL 'CONVCHK' USING CFK-PARAMETROS
           IF NOT CFK-CONVENIO-VIGENTE
              MOVE '16'     TO PRS-COD-RETORNO
              MOVE 'PRE008' TO PRS-COD-ERROR-DEV
           END-IF
           .
       2050-VALIDAR-CONVENIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CONTRAPARTE NO REGISTRADA, EN BLANCO, SUSPENDIDA O DE BAJA:  *
      * PRE009. TITULOS A PRECIO DE QUOTEMST QUE EXCEDEN EL LIMITE   *
      * DE PRESTAMO O EL TOTAL: PRE010.                              *
      *--------------------------------------------------------------*
       2070-VALIDAR-CONTRAPARTE.
           MOVE 'V'             TO CTK-FUNCION
           MOVE PRS-CONTRAPARTE TO CTK-CONTRAPARTE
           MOVE 3               TO CTK-PRODUCTO
           MOVE PRS-NEMONICO    TO CTK-NEMONICO
           MOVE PRS-CAN-TITULOS TO CTK-TITULOS
           MOVE 0               TO CTK-IMPORTE
           CALL 'CTPCHK' USING CTK-PARAMETROS
           EVALUATE TRUE
              WHEN CTK-DENTRO-LIMITE
                 CONTINUE
              WHEN CTK-EXCEDE-PRODUCTO
                 OR CTK-EXCEDE-TOTAL
                 MOVE '16'     TO PRS-COD-RETORNO
                 MOVE 'PRE010' TO PRS-COD-ERROR-DEV
              WHEN OTHER
                 MOVE '16'     TO PRS-COD-RETORNO
                 MOVE 'PRE009' TO PRS-COD-ERROR-DEV
           END-EVALUATE
           .
       2070-VALIDAR-CONTRAPARTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-SACAR-DEL-DISPONIBLE.
           OPEN I-O CARTERA

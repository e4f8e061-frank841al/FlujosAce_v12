      *                    EMITE EL EXTRACTO PERIODICO EN FORMATO    *
      *                    SMV CON RECIBIDOS, RESUELTOS Y            *
      *                    PENDIENTES.                               *
      * 14/09/2026 JQ      ALTA. LA VENTANA DE ESCALAMIENTO SE LEE   *
      *                    AL INICIO DEL MAESTRO DE PARAMETROS       *
      *                    PARMMAST (PARMCHK, CODIGO RECL-ESCALA).   *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * POR CADA CASO NO RESUELTO SE MIDE EN DIAS HABILES (DIAHABIL) *
       COPY Copy_of_VLMC500E.
       COPY VLMC500S.
       COPY BCHCTLP.
       COPY PARMCHKP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           PERFORM 1050-CARGAR-PARAMETROS
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RRECLESC'   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA VENTANA DE ESCALAMIENTO VIGENTE SE LEE DEL MAESTRO DE     *
      * PARAMETROS PARMMAST; SIN VALOR APROBADO RIGE LA POR DEFECTO  *
      * (3 DIAS HABILES).                                            *
      *--------------------------------------------------------------*
       1050-CARGAR-PARAMETROS.
           MOVE 'RECL-ESCALA'  TO PMC-COD-PARAMETRO
           MOVE WS-FECHA-PROCESO TO PMC-FECHA
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-DIAS-ESCALAMIENTO
           END-IF
           .
       1050-CARGAR-PARAMETROS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-PROCESAR-RECLAMO.
           ADD 1 TO WS-TOT-RECIBIDOS

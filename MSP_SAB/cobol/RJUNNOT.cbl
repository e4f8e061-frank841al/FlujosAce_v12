      *                    FECHA DE REGISTRO Y NOTIFICA A CADA UNO   *
      *                    VIA RVALUSU (TRAZA EN NOTILOG), CON EL    *
      *                    CORREO DEL EXTRACTO EODCLI.               *
      * 12/10/2026 JQ      LA CONVOCATORIA SE DESPACHA CON EL        *
      *                    DOCUMENTO DEL TENEDOR Y EL TIPO 'JUN'     *
      *                    (NOTIARG): RVALUSU APLICA SU CANAL E      *
      *                    IDIOMA PREFERIDOS (NOTIPREF) Y, POR SER   *
      *                    REGULATORIA, LA ENTREGA AUNQUE SE HAYA    *
      *                    DADO DE BAJA DE OTROS AVISOS.             *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RECORRE JUNTMAST Y POR CADA JUNTA CONVOCADA BARRE LA FOTO DE *
       COPY Copy_of_VLMC500E.
       COPY VLMC500S.
       COPY BCHCTLP.
       COPY NOTIARG.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
              MOVE JU-NEMONICO        TO E500-DESCRIPCION2
              MOVE 'E'                TO E500-INDICADOR1
              MOVE EC-EMAIL(1:35)     TO E500-CODIGO1
              MOVE SPACES             TO NA-ARGUMENTO-PREFERENCIA
              MOVE EC-TIPO-DOC        TO NA-TIPO-DOC
              MOVE EC-NUME-DOC        TO NA-NUME-DOC
              MOVE 'JUN'              TO NA-TIPO-NOTIF
              MOVE NA-ARGUMENTO-PREFERENCIA TO E500-ARG-BUSQUEDA
              MOVE 0 TO E500-IMPORTE1 E500-IMPORTE2
              MOVE 0 TO E500-IMPORTE3 E500-IMPORTE4
              MOVE 0 TO E500-NUMERO1 E500-NUMERO2

      *                    (GARSHORTL), LO DESPACHA VIA RVALUSU Y    *
      *                    LLEVA EL REGISTRO EMITIDO / NOTIFICADO /  *
      *                    CURADO / ESCALADO CON CIERRE AUTOMATICO.  *
      * 12/10/2026 JQ      EL LLAMADO SE MARCA CON EL TIPO 'MRG'     *
      *                    (NOTIARG) EN LA TRAZA DE RVALUSU. ES      *
      *                    REGULATORIO: SE DESPACHA SIEMPRE, SIN     *
      *                    ATENDER LAS BAJAS DE AVISOS DE NOTIPREF.  *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * SE EJECUTA DESPUES DE CADA CORRIDA DE RGARLIVE. LEE EL       *
              10 WS-TF-IMPORTE         PIC S9(14)V9(02) COMP-3.
       COPY Copy_of_VLMC500E.
       COPY VLMC500S.
       COPY NOTIARG.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           END-STRING
           MOVE 'P'                   TO E500-INDICADOR1
           MOVE GC-CTAVALOR           TO E500-CODIGO1
           MOVE SPACES                TO NA-ARGUMENTO-PREFERENCIA
           MOVE 'MRG'                 TO NA-TIPO-NOTIF
           MOVE NA-ARGUMENTO-PREFERENCIA TO E500-ARG-BUSQUEDA
           MOVE GC-IMPORTE-CUBRIR     TO E500-IMPORTE1
           MOVE 0                     TO E500-IMPORTE2
                                         E500-IMPORTE3

      *                    REPLICA EN EL ESPEJO POR CLIENTE CARTCLI *
      *                    (SERVICIO CARTMIRW) EN LA MISMA UNIDAD   *
      *                    DE TRABAJO.                              *
      * 05/10/2026 JQ      LA ORDEN LIQUIDADA SE REPLICA EN EL LIBRO *
      *                    DE ORDENES VIVAS (ORDVIVW).               *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LEE LAS CONFIRMACIONES DEL CORRESPONSAL (MILACONF). POR CADA *
       COPY EFEPOSTP.
       COPY BCHCTLP.
       COPY CARTMIRP.
       COPY ORDVIVWP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           MOVE SPACES           TO OM-HOR-MODIF
           MOVE 'RMILALI'        TO OM-USU-MODIF
           REWRITE OM-REGISTRO-ORDEN
           MOVE 'A' TO OVW-FUNCION
           CALL 'ORDVIVW' USING OVW-PARAMETROS OM-REGISTRO-ORDEN
           PERFORM 2200-AJUSTAR-CARTERA
           PERFORM 2300-CONTABILIZAR-EFECTIVO
           ADD 1 TO WS-TOT-APLICADAS

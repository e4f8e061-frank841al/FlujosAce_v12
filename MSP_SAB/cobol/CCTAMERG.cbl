      *                    REPLICA EN EL ESPEJO POR CLIENTE CARTCLI *
      *                    (SERVICIO CARTMIRW) EN LA MISMA UNIDAD   *
      *                    DE TRABAJO.                              *
      * 05/10/2026 JQ      LA BAJA Y EL ALTA DEL TRASLADO DE ORDENES *
      *                    SE REPLICAN EN EL LIBRO DE ORDENES VIVAS  *
      *                    (ORDVIVW).                                *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * FASE 1 - VERIFICACION: EXIGE SUPERVISOR INFORMADO, QUE NO    *
           05 FILLER                   PIC  X(09) VALUE SPACES.
       COPY CIERCHKP.
       COPY CARTMIRP.
       COPY ORDVIVWP.
       LINKAGE SECTION.
       COPY CTAMERGP.
       PROCEDURE DIVISION USING CTM-PARAMETROS.
           MOVE 'ORDMAST ' TO WA-ARCHIVO
           MOVE OM-CLAVE   TO WA-CLAVE-ANTES
           DELETE ORDEN-MAESTRO
           MOVE 'B' TO OVW-FUNCION
           CALL 'ORDVIVW' USING OVW-PARAMETROS OM-REGISTRO-ORDEN
           MOVE CTM-CTA-NUEVA TO OM-CTAVALOR
           MOVE OM-CLAVE   TO WA-CLAVE-DESPUES
           WRITE OM-REGISTRO-ORDEN
           MOVE 'A' TO OVW-FUNCION
           CALL 'ORDVIVW' USING OVW-PARAMETROS OM-REGISTRO-ORDEN
           WRITE AUDITORIA-REC FROM WS-LINEA-AUDITORIA
           ADD 1 TO CTM-TOT-TRASLADADOS
      *    TRAS EL ALTA CON CLAVE NUEVA SE REPOSICIONA EL CURSOR EN   *

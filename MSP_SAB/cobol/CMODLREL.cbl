      *                    ORDSEQ Y ASESOR DE CTAASES (MISMO         *
      *                    ESQUEMA QUE RREPOBK); LA ACEPTADA EN      *
      *                    COLA ('02') QUEDA ENCOLADA PARA RSESRLSE. *
      * 05/10/2026 JQ      LA ORDEN LIBERADA SE REPLICA EN EL LIBRO  *
      *                    DE ORDENES VIVAS (ORDVIVW).               *
      * 15/10/2026 JQ      CORRECCION. LA ORDEN SE GRABA CON         *
      *                    OM-IND-CONDICION EN BLANCO Y EN CERO EL   *
      *                    PRECIO, FECHA Y HORA DE ACTIVACION Y EL   *
      *                    PRECIO DE DISPARO, QUE NO QUEDAN CON      *
      *                    ESPACIOS AL PARTIR DE MOVE SPACES.        *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RECORRE LAS PROPUESTAS DE LA CUENTA APROBADA POR EL ASESOR.  *
       COPY VLMC507S.
       COPY VLMC508E.
       COPY VLMC508S.
       COPY ORDVIVWP.
       LINKAGE SECTION.
       COPY MODLRELP.
       PROCEDURE DIVISION USING CML-PARAMETROS.
           MOVE 0                    TO OM-ORDEN-REPO-LIGADA
           MOVE 0                    TO OM-FECHA-VCTO-REPO
           MOVE WS-ASESOR-CUENTA     TO OM-ASESOR
           MOVE SPACE                TO OM-IND-CONDICION
           MOVE 0                    TO OM-PRECIO-ACTIVACION
           MOVE 0                    TO OM-FEC-ACTIVACION
           MOVE 0                    TO OM-HOR-ACTIVACION
           MOVE 0                    TO OM-PRECIO-DISPARO
           WRITE OM-REGISTRO-ORDEN
              INVALID KEY
                 DISPLAY 'CMODLREL - ORDEN DUPLICADA EN MAESTRO: '
                         OM-ORDEN
              NOT INVALID KEY
                 MOVE 'A' TO OVW-FUNCION
                 CALL 'ORDVIVW' USING OVW-PARAMETROS OM-REGISTRO-ORDEN
           END-WRITE
           .
       6000-GRABAR-ORDEN-EXIT.

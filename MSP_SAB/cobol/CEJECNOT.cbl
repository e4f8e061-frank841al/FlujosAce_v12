      *                    LOS 35 CARACTERES QUE ADMITE E500-CODIGO1 *
      *                    LA ORDEN QUEDA PENDIENTE (NO SE TRUNCA EL *
      *                    CORREO NI SE MARCA COMO NOTIFICADA).      *
      * 05/10/2026 JQ      ALTA. LA CONFIRMACION DE UNA ORDEN DE     *
      *                    RENTA FIJA INFORMA PRECIO LIMPIO, PRECIO  *
      *                    SUCIO, INTERES CORRIDO Y RENDIMIENTO      *
      *                    (TEA) A LA FECHA DE LIQUIDACION,          *
      *                    CALCULADOS CON RENDCNV.                   *
      * 05/10/2026 JQ      LA ORDEN REGRABADA SE REPLICA EN EL LIBRO *
      *                    DE ORDENES VIVAS (ORDVIVW).               *
      * 12/10/2026 JQ      EL AVISO LLEVA DOCUMENTO Y TIPO 'EJE'     *
      *                    (NOTIARG) PARA APLICAR LAS PREFERENCIAS   *
      *                    DEL CLIENTE (NOTIPREF). LA BAJA DEL AVISO *
      *                    (RETORNO '04') CIERRA LA ORDEN; SIN       *
      *                    CORREO UTILIZABLE SE INTENTA IGUAL POR SI *
      *                    PREFIERE SMS.                             *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RECORRE ORDMAST COMPLETO EN ORDEN DE CLAVE (CTAVALOR+ORDEN)  *
      * DEVUELVE CODIGO DE RETORNO '00'; SI NO SE ENCUENTRA CORREO   *
      * DE CONTACTO EN EODCLI, O EL CORREO SUPERA LOS 35 CARACTERES  *
      * QUE ADMITE EL CAMPO E500-CODIGO1, LA ORDEN QUEDA PENDIENTE   *
      * PARA EL PROXIMO CICLO. EN RENTA FIJA LA NOTIFICACION LLEVA   *
      * TAMBIEN PRECIO LIMPIO, SUCIO, INTERES CORRIDO, RENDIMIENTO Y *
      * FECHA DE LIQUIDACION (RENDCNV).                              *
      * EL DESPACHO LLEVA EL DOCUMENTO DEL CLIENTE Y EL TIPO 'EJE'   *
      * (NOTIARG) PARA QUE RVALUSU APLIQUE SUS PREFERENCIAS: SI      *
      * PREFIERE SMS EL AVISO VA A SU TELEFONO AUNQUE NO TENGA       *
      * CORREO UTILIZABLE, Y SI SE DIO DE BAJA DE ESTE AVISO         *
      * (RETORNO '04') LA ORDEN SE MARCA IGUAL COMO NOTIFICADA PARA  *
      * NO REINTENTARLA.                                             *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-TOT-LEIDAS                PIC 9(07) COMP VALUE 0.
       01  WS-TOT-NOTIFICADAS           PIC 9(07) COMP VALUE 0.
       01  WS-TOT-SIN-CORREO            PIC 9(07) COMP VALUE 0.
       01  WS-TOT-NO-SUSCRITAS          PIC 9(07) COMP VALUE 0.
       01  WS-PRECIO-LIMPIO-ED          PIC Z(07)9.9999.
       01  WS-PRECIO-SUCIO-ED           PIC Z(07)9.9999.
       01  WS-INTERES-CORRIDO-ED        PIC Z(07)9.999999.
       01  WS-RENDIMIENTO-ED            PIC -ZZ9.999999.
       01  WS-FECHA-LIQ                 PIC 9(08).
       01  WS-FECHA-LIQ-R REDEFINES WS-FECHA-LIQ.
           05 WS-FLQ-ANIO               PIC 9(04).
           05 WS-FLQ-MES                PIC 9(02).
           05 WS-FLQ-DIA                PIC 9(02).
       COPY RENDCNVP.
       COPY ORDVIVWP.
       COPY NOTIARG.
       LINKAGE SECTION.
       COPY Copy_of_VLMC500E.
       COPY VLMC500S.
           IF OM-SITUACION = 'EJECUTADA'
              AND NOT OM-NOTIFICADA-EJECUCION
              PERFORM 2100-UBICAR-CLIENTE
              IF WS-CLIENTE-UBICADO
                 PERFORM 2200-DESPACHAR-NOTIFICACION
              ELSE
                 ADD 1 TO WS-TOT-SIN-CORREO
       2200-DESPACHAR-NOTIFICACION.
           MOVE SPACES              TO E500-VLMC500E
           MOVE 'E'                 TO E500-INDICADOR1
           IF EC-EMAIL(36:45) = SPACES
              MOVE EC-EMAIL(1:35)   TO E500-CODIGO1
           END-IF
           MOVE SPACES              TO NA-ARGUMENTO-PREFERENCIA
           MOVE EC-TIPO-DOC         TO NA-TIPO-DOC
           MOVE EC-NUME-DOC         TO NA-NUME-DOC
           MOVE 'EJE'               TO NA-TIPO-NOTIF
           MOVE NA-ARGUMENTO-PREFERENCIA TO E500-ARG-BUSQUEDA
           MOVE 'ORDEN EJECUTADA'   TO E500-ASUNTO1
           STRING 'SU ORDEN DEL VALOR ' DELIMITED BY SIZE
                  OM-NEMONICO        DELIMITED BY SIZE
           MOVE OM-FEC-MODIF        TO E500-FECHA1
           MOVE OM-ORDEN            TO E500-NUMERO1
           MOVE OM-MTO-OPERACION    TO E500-IMPORTE1
           PERFORM 2250-DETALLE-RENTA-FIJA
           CALL 'RVALUSU' USING E500-VLMC500E S500-VLMC500S
           IF S500-COD-RETORNO = '00' OR '04'
              MOVE 'S' TO OM-IND-NOTIF-EJECUCION
              REWRITE OM-REGISTRO-ORDEN
              MOVE 'A' TO OVW-FUNCION
              CALL 'ORDVIVW' USING OVW-PARAMETROS OM-REGISTRO-ORDEN
              IF S500-COD-RETORNO = '04'
                 ADD 1 TO WS-TOT-NO-SUSCRITAS
              ELSE
                 ADD 1 TO WS-TOT-NOTIFICADAS
              END-IF
           ELSE
              ADD 1 TO WS-TOT-SIN-CORREO
           END-IF
           .
       2200-DESPACHAR-NOTIFICACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * RENTA FIJA: LA CONFIRMACION LLEVA PRECIO LIMPIO, PRECIO      *
      * SUCIO, INTERES CORRIDO Y RENDIMIENTO DEL PRECIO EJECUTADO A  *
      * LA FECHA DE LIQUIDACION (RENDCNV), PARA QUE EL CLIENTE LA    *
      * CONTRASTE CON LA COTIZACION DE LA BOLSA. EL VALOR SIN        *
      * CRONOGRAMA (RENTA VARIABLE) SALE COMO HASTA AHORA.           *
      *--------------------------------------------------------------*
       2250-DETALLE-RENTA-FIJA.
           MOVE 'R'                 TO RDC-FUNCION
           MOVE OM-NEMONICO         TO RDC-NEMONICO
           MOVE 0                   TO RDC-FECHA-OPERACION
           MOVE 0                   TO RDC-FECHA-LIQUIDACION
           IF OM-FECHA-VALOR IS NUMERIC
              MOVE OM-FECHA-VALOR   TO RDC-FECHA-LIQUIDACION
           END-IF
           IF OM-PRECIO-PROM-EJEC > 0
              MOVE OM-PRECIO-PROM-EJEC TO RDC-PRECIO-LIMPIO
           ELSE
              MOVE OM-PRECIO        TO RDC-PRECIO-LIMPIO
           END-IF
           CALL 'RENDCNV' USING RDC-PARAMETROS
           IF RDC-CONVERTIDO
              MOVE RDC-PRECIO-LIMPIO   TO WS-PRECIO-LIMPIO-ED
              MOVE RDC-PRECIO-SUCIO    TO WS-PRECIO-SUCIO-ED
              MOVE RDC-INTERES-CORRIDO TO WS-INTERES-CORRIDO-ED
              MOVE RDC-RENDIMIENTO     TO WS-RENDIMIENTO-ED
              STRING 'P.LIMPIO '       DELIMITED BY SIZE
                     WS-PRECIO-LIMPIO-ED DELIMITED BY SIZE
                     ' P.SUCIO '       DELIMITED BY SIZE
                     WS-PRECIO-SUCIO-ED DELIMITED BY SIZE
                     ' INT.CORRIDO '   DELIMITED BY SIZE
                     WS-INTERES-CORRIDO-ED DELIMITED BY SIZE
                     INTO E500-DESCRIPCION2
              END-STRING
              STRING 'RENDIMIENTO (TEA) ' DELIMITED BY SIZE
                     WS-RENDIMIENTO-ED    DELIMITED BY SIZE
                     ' PCT'               DELIMITED BY SIZE
                     INTO E500-DESCRIPCION3
              END-STRING
              MOVE RDC-FECHA-LIQUIDACION TO WS-FECHA-LIQ
              STRING WS-FLQ-DIA  '/' WS-FLQ-MES '/' WS-FLQ-ANIO
                     DELIMITED BY SIZE INTO E500-FECHA2
              END-STRING
           END-IF
           .
       2250-DETALLE-RENTA-FIJA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE ORDEN-MAESTRO CLIENTE-EXT
           DISPLAY 'CEJECNOT - ORDENES LEIDAS    : ' WS-TOT-LEIDAS
           DISPLAY 'CEJECNOT - NOTIFICADAS       : ' WS-TOT-NOTIFICADAS
           DISPLAY 'CEJECNOT - SIN CORREO/FALLO  : ' WS-TOT-SIN-CORREO
           DISPLAY 'CEJECNOT - NO SUSCRITAS      : ' WS-TOT-NO-SUSCRITAS
           .
       9000-FIN-EXIT.
           EXIT.

      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA AL BARRIDO DE ACTIVACION DE ORDENES    *
      * CONDICIONADAS (CONDTRG). CON CDT-NEMONICO EN BLANCO SE       *
      * EVALUAN TODAS LAS ORDENES LATENTES (FIN DE LA CARGA          *
      * RQUOLOAD); INFORMADO, SOLO LAS DE ESE NEMONICO (PRECIO       *
      * APROBADO EN CQUOAPRO). DEVUELVE LOS CONTADORES DEL BARRIDO.  *
      * RETORNO '12' CUANDO NO SE PUDO ABRIR ALGUNO DE SUS ARCHIVOS  *
      * (ORDMAST, ORDVIVO, QUOTEMST O CONDRPT): NO HUBO BARRIDO.     *
      * USADO POR : RQUOLOAD, CQUOAPRO                               *
      * FORMATO : CONDTRGP                                            *
      *--------------------------------------------------------------*
       01 CDT-PARAMETROS.
          05 CDT-NEMONICO                PIC  X(10).
          05 CDT-PROGRAMA-ORIGEN         PIC  X(08).
          05 CDT-TOT-LATENTES            PIC  9(07).
          05 CDT-TOT-ACTIVADAS           PIC  9(07).
          05 CDT-TOT-RECHAZADAS          PIC  9(07).
          05 CDT-COD-RETORNO             PIC  X(02).
             88 CDT-BARRIDO-OK                     VALUE '00'.
             88 CDT-SIN-MAESTRO                    VALUE '12'.

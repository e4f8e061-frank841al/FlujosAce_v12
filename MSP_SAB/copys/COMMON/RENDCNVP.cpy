      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA AL SERVICIO DE CONVERSION PRECIO /     *
      * RENDIMIENTO DE RENTA FIJA (RENDCNV). FUNCIONES:              *
      *   'P' = DADO RDC-RENDIMIENTO (TEA %) DEVUELVE EL PRECIO      *
      *         LIMPIO POR TITULO                                    *
      *   'R' = DADO RDC-PRECIO-LIMPIO POR TITULO DEVUELVE EL        *
      *         RENDIMIENTO (TEA %)                                  *
      * EN AMBOS CASOS DEVUELVE TAMBIEN EL PRECIO SUCIO Y EL INTERES *
      * CORRIDO (CUPNACR) A LA FECHA DE LIQUIDACION. SIN FECHA DE    *
      * LIQUIDACION SE TOMA LA FECHA DE OPERACION (CERO = HOY) MAS   *
      * LOS DIAS HABILES DE LIQUIDACION DE RENTA FIJA (PARAMETRO     *
      * RF-DIAS-LIQ, DIAHABIL). EL RENDIMIENTO SE ACOTA ENTRE -10 Y  *
      * 50 PCT; EL PRECIO QUE CAE FUERA SE DEVUELVE SIN CONVERTIR.   *
      * USADO POR : ROPERENFIJVAR, RGENPOL, RACTPOL, CEJECNOT        *
      * FORMATO : RENDCNVP                                            *
      *--------------------------------------------------------------*
       01 RDC-PARAMETROS.
          05 RDC-FUNCION                 PIC  X(01).
             88 RDC-FN-RENDIMIENTO-A-PRECIO        VALUE 'P'.
             88 RDC-FN-PRECIO-A-RENDIMIENTO        VALUE 'R'.
          05 RDC-NEMONICO                PIC  X(10).
          05 RDC-FECHA-OPERACION         PIC  9(08).
          05 RDC-FECHA-LIQUIDACION       PIC  9(08).
          05 RDC-PRECIO-LIMPIO           PIC S9(08)V9(04).
          05 RDC-RENDIMIENTO             PIC S9(03)V9(06).
          05 RDC-PRECIO-SUCIO            PIC S9(08)V9(04).
          05 RDC-INTERES-CORRIDO         PIC S9(08)V9(06).
          05 RDC-IND-RESULTADO           PIC  X(01).
             88 RDC-CONVERTIDO                     VALUE 'S'.
             88 RDC-SIN-CRONOGRAMA                 VALUE 'N'.
             88 RDC-FUERA-DE-RANGO                 VALUE 'C'.
             88 RDC-PARAMETRO-INVALIDO             VALUE 'E'.

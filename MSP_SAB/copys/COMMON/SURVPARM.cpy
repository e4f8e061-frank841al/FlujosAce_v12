      *--------------------------------------------------------------*
      * PARAMETROS DE LA VIGILANCIA DE MERCADO (RSURVEIL), UN SOLO   *
      * REGISTRO OPCIONAL; SIN ARCHIVO O CON CAMPOS EN CERO SE USAN  *
      * LOS VALORES POR DEFECTO DEL PROGRAMA:                        *
      *  - VENTANA EN MINUTOS ANTES DE LA CAPTURA DE LA ORDEN GRANDE *
      *    DEL CLIENTE EN QUE UNA ORDEN DE LA CASA SE CONSIDERA      *
      *    ADELANTADA;                                               *
      *  - UMBRAL DE ORDEN GRANDE DE CLIENTE (CERO = EL UMBRAL POR   *
      *    DEFECTO DE LRGTRDCK);                                     *
      *  - TOLERANCIA DE PRECIO EN PORCENTAJE PARA CONSIDERAR CASI   *
      *    IDENTICOS LOS PRECIOS DE COMPRA Y VENTA (WASH TRADE).     *
      * FORMATO : SURVPARM                                            *
      *--------------------------------------------------------------*
       01 VQ-REGISTRO-PARAMETRO.
          05 VQ-VENTANA-MINUTOS          PIC  9(03).
          05 VQ-UMBRAL-CLIENTE           PIC  9(12)V9(02).
          05 VQ-TOLERANCIA-PRECIO        PIC  9(01)V9(02).

      *--------------------------------------------------------------*
      * TABLA DE FRACCION MINIMA DE PRECIO (TICK) DE LA BOLSA POR    *
      * TIPO DE RENTA Y TRAMO DE PRECIO. CADA REGISTRO RIGE DESDE SU *
      * PRECIO INICIAL HASTA EL INICIO DEL TRAMO SIGUIENTE DEL MISMO *
      * TIPO DE RENTA (EL PRIMER TRAMO PARTE DE CERO). LA MANTIENE   *
      * LA MESA DE CONTROL SEGUN LA CIRCULAR VIGENTE DE LA BOLSA.    *
      * CLAVE : TK-CLAVE (TK-TIPO-RENTA + TK-PRECIO-DESDE)            *
      * FORMATO : TICKPARM                                            *
      *--------------------------------------------------------------*
       01 TK-REGISTRO-TICK.
          05 TK-CLAVE.
             10 TK-TIPO-RENTA            PIC  X(01).
             10 TK-PRECIO-DESDE          PIC  9(08)V9(04).
          05 TK-TICK                     PIC  9(04)V9(04).
          05 TK-FECHA-VIGENCIA           PIC  X(10).

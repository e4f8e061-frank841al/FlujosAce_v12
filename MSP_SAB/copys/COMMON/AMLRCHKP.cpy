      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA A LA GUARDA DE NIVEL DE RIESGO AML     *
      * (AMLRCHK): DEVUELVE EL NIVEL VIGENTE DE LA CUENTA EN         *
      * AMLRATE. LA CUENTA AUN NO CALIFICADA SE TRATA COMO RIESGO    *
      * BAJO.                                                        *
      * USADO POR : CKYCMNT, CSOLEFE                                 *
      * FORMATO : AMLRCHKP                                            *
      *--------------------------------------------------------------*
       01 ARC-PARAMETROS.
          05 ARC-CTA-VALOR               PIC  X(20).
          05 ARC-NIVEL                   PIC  X(01).
             88 ARC-RIESGO-BAJO                    VALUE 'B'.
             88 ARC-RIESGO-MEDIO                   VALUE 'M'.
             88 ARC-RIESGO-ALTO                    VALUE 'A'.
          05 ARC-PUNTAJE                 PIC  9(03).
          05 ARC-FEC-CALIFICACION        PIC  9(08).

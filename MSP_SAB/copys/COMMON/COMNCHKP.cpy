      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA A COMNCHK: ACUERDO DE COMISION         *
      * NEGOCIADO (COMNEGO) DE UNA CUENTA-VALOR VIGENTE A UNA FECHA  *
      * (CERO = HOY) PARA UN TIPO DE INSTRUMENTO. FUNCIONES: 'L' =   *
      * LINEA DE UN CME-CODCOM (DEVUELVE SU TASA); 'T' = TODAS LAS   *
      * LINEAS VIGENTES DEL TIPO (DEVUELVE LA SUMA DE TASAS Y LA     *
      * CANTIDAD DE LINEAS).                                         *
      * FORMATO : COMNCHKP                                            *
      *--------------------------------------------------------------*
       01 CNK-PARAMETROS.
          05 CNK-FUNCION                 PIC  X(01).
             88 CNK-FN-LINEA                       VALUE 'L'.
             88 CNK-FN-TOTAL                       VALUE 'T'.
          05 CNK-CTA-VALOR               PIC  X(20).
          05 CNK-TIPO-INSTRUMENTO        PIC  X(01).
          05 CNK-CODCOM                  PIC  9(02).
          05 CNK-FECHA                   PIC  9(08).
          05 CNK-PORCEN                  PIC  9(05)V9(04).
          05 CNK-LINEAS                  PIC  9(02).
          05 CNK-FEC-HASTA               PIC  9(08).
          05 CNK-IND-RESULTADO           PIC  X(01).
             88 CNK-CON-ACUERDO                    VALUE 'S'.
             88 CNK-SIN-ACUERDO                    VALUE 'N'.

      * LIQUIDACION Y BROKER CORRESPONSAL. LAS ORDENES DE NEMONICOS  *
      * MAPEADOS EN MILAINST SE ENRUTAN AL EXTRACTO DE TRANSMISION   *
      * PROPIO (RMILANEG) Y SUS EJECUCIONES SE APLICAN CON           *
      * CONVERSION FXRATE (RMILALIQ). LA CUENTA DE CUSTODIA EN EL    *
      * CORRESPONSAL Y EL DEPOSITARIO DEL MERCADO (BIC) ALIMENTAN    *
      * LAS INSTRUCCIONES DE LIQUIDACION ISO 15022 (RMILAINS).       *
      * CLAVE : MK-MERCADO                                            *
      * FORMATO : MILAMAST                                            *
      *--------------------------------------------------------------*
          05 MK-ESTADO                   PIC  X(01).
             88 MK-ACTIVO                          VALUE 'A'.
             88 MK-INACTIVO                        VALUE 'I'.
          05 MK-CTA-CUSTODIA             PIC  X(20).
          05 MK-DEPOSITARIO              PIC  X(11).

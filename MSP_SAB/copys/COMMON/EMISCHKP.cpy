      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA AL RESOLUTOR DE EMISOR (EMISCHK): DADO *
      * EL NEMONICO, LEE SU VINCULO EN NEMOMAST Y DEVUELVE LOS DATOS *
      * DEL EMISOR EN EMISMAST. SI EL NEMONICO NO TIENE EMISOR       *
      * ASIGNADO (O EL CODIGO NO EXISTE EN EMISMAST) DEVUELVE        *
      * EMI-SIN-EMISOR Y, COMO CODIGO DE AGRUPACION, EL PROPIO       *
      * NEMONICO, PARA QUE NINGUN BARRIDO FUSIONE VALORES AJENOS.    *
      * USADO POR : RCONCEN, RISSREC, RSTRESS, RAFPLIM               *
      * FORMATO : EMISCHKP                                            *
      *--------------------------------------------------------------*
       01 EMI-PARAMETROS.
          05 EMI-NEMONICO                PIC  X(10).
          05 EMI-COD-EMISOR              PIC  X(10).
          05 EMI-RUC                     PIC  X(11).
          05 EMI-RAZON-SOCIAL            PIC  X(60).
          05 EMI-SECTOR                  PIC  X(04).
          05 EMI-PAIS                    PIC  X(03).
          05 EMI-IND-RESULTADO           PIC  X(01).
             88 EMI-EMISOR-ENCONTRADO              VALUE 'S'.
             88 EMI-SIN-EMISOR                     VALUE 'N'.

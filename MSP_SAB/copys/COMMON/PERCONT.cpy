      *--------------------------------------------------------------*
      * MAESTRO DE PERIODOS CONTABLES CERRADOS, UNO POR MES          *
      * (AAAAMM). LO CIERRA UNA SOLA VEZ EL CONTADOR CON CPERCIER,   *
      * EN ORDEN Y SOLO MESES YA VENCIDOS; UN PERIODO CERRADO NO SE  *
      * REABRE. LO CONSULTA LA GUARDA PERCHK PARA QUE NINGUN         *
      * MOVIMIENTO CON FECHA VALOR EN UN MES CERRADO ALTERE LAS      *
      * CIFRAS YA INFORMADAS.                                        *
      * CLAVE : PK-PERIODO                                            *
      * FORMATO : PERCONT                                             *
      *--------------------------------------------------------------*
       01 PK-REGISTRO-PERIODO.
          05 PK-PERIODO                  PIC  9(06).
          05 PK-ESTADO                   PIC  X(01).
             88 PK-CERRADO                         VALUE 'C'.
          05 PK-FECHA-CIERRE             PIC  9(08).
          05 PK-HORA-CIERRE              PIC  9(08).
          05 PK-USUARIO                  PIC  X(07).
          05 FILLER                      PIC  X(20).

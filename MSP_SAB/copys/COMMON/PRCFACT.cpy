      *--------------------------------------------------------------*
      * HISTORICO DE FACTORES DE AJUSTE DE PRECIO POR NEMONICO.      *
      * CCORPACT DEJA UN REGISTRO POR CADA SPLIT, DIVIDENDO EN       *
      * ACCIONES O AUMENTO DE CAPITAL CON CSP APLICADO: LAS          *
      * COTIZACIONES DE QUOTEHST ANTERIORES A LA FECHA EX SE         *
      * MULTIPLICAN POR FA-FACTOR PARA QUEDAR COMPARABLES CON LAS    *
      * POSTERIORES (SPLIT Y DIVIDENDO EN ACCIONES: 1 / RATIO; CSP:  *
      * PRECIO TEORICO EX-DERECHO / PRECIO CUM-DERECHO). LA MARCHA   *
      * ATRAS DEL EVENTO (CCORPBKO) DEJA EL FACTOR REVERTIDO, QUE YA *
      * NO SE APLICA. LO CONSULTA EL SERVICIO DE SERIE AJUSTADA      *
      * QUOHAJUS.                                                    *
      * CLAVE : FA-NEMONICO + FA-FECHA-EX + FA-TIPO-EVENTO            *
      * FORMATO : PRCFACT                                             *
      *--------------------------------------------------------------*
       01 FA-REGISTRO-FACTOR.
          05 FA-CLAVE.
             10 FA-NEMONICO              PIC  X(10).
             10 FA-FECHA-EX              PIC  9(08).
             10 FA-TIPO-EVENTO           PIC  X(01).
                88 FA-ES-SPLIT                     VALUE 'S'.
                88 FA-ES-DIVIDENDO-ACCIONES        VALUE 'B'.
                88 FA-ES-CSP                       VALUE 'C'.
          05 FA-FACTOR                   PIC  9(03)V9(08).
          05 FA-RATIO-EVENTO             PIC  9(04)V9(06).
          05 FA-PRECIO-CUM               PIC  9(08)V9(04).
          05 FA-PRECIO-SUSCRIPCION       PIC  9(08)V9(04).
          05 FA-FECHA-APLICACION         PIC  9(08).
          05 FA-ESTADO                   PIC  X(01).
             88 FA-VIGENTE                         VALUE 'V'.
             88 FA-REVERTIDO                       VALUE 'R'.
          05 FA-FECHA-REVERSA            PIC  9(08).

      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA AL MANTENIMIENTO DE GRUPOS ECONOMICOS  *
      * (CGRUPMNT SOBRE GRUPMAST/GRUPMIEM).                          *
      * FUNCIONES:                                                   *
      *   'A' = ALTA DEL GRUPO                                       *
      *   'M' = MODIFICACION DE NOMBRE / TOPE DE CREDITO             *
      *   'B' = BAJA (INACTIVA) DEL GRUPO, SOLO SIN MIEMBROS         *
      *   'I' = INCORPORAR CUENTA-VALOR AL GRUPO CON SU VINCULO      *
      *   'R' = RETIRAR CUENTA-VALOR DEL GRUPO                       *
      * FORMATO : GRUPMNTP                                           *
      *--------------------------------------------------------------*
       01 GRM-PARAMETROS.
          05 GRM-FUNCION                 PIC  X(01).
             88 GRM-ES-ALTA                        VALUE 'A'.
             88 GRM-ES-MODIFICACION                VALUE 'M'.
             88 GRM-ES-BAJA                        VALUE 'B'.
             88 GRM-ES-INCORPORAR                  VALUE 'I'.
             88 GRM-ES-RETIRAR                     VALUE 'R'.
          05 GRM-COD-GRUPO               PIC  X(10).
          05 GRM-NOMBRE                  PIC  X(60).
          05 GRM-LIMITE-CREDITO          PIC  9(12)V9(02).
          05 GRM-CTA-VALOR               PIC  X(20).
          05 GRM-TIPO-VINCULO            PIC  X(01).
          05 GRM-USUARIO                 PIC  X(07).
          05 GRM-COD-RETORNO             PIC  X(02).
          05 GRM-COD-ERROR-DEV           PIC  X(07).

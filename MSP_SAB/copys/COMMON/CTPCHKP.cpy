      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA A LA GUARDA DE LIMITES POR CONTRAPARTE *
      * (CTPCHK/CTPMAST).                                            *
      * FUNCIONES:                                                   *
      *   'V' = VALIDAR: LA EXPOSICION DEL PRODUCTO Y LA TOTAL       *
      *         (CALCULADA + INTRADIA + LA OPERACION NUEVA) NO DEBEN *
      *         SUPERAR SUS LIMITES                                  *
      *   'R' = RESERVAR: SUMA LA OPERACION YA REGISTRADA A LA       *
      *         EXPOSICION INTRADIA DEL PRODUCTO, SIN VALIDAR        *
      * EL IMPORTE VA EN SOLES; SI VIENE EN CERO SE VALORIZAN        *
      * CTK-TITULOS DE CTK-NEMONICO AL PRECIO VIGENTE DE QUOTEMST Y  *
      * SE DEVUELVE EL IMPORTE CALCULADO.                            *
      * PRODUCTOS: 1 OTC, 2 REPORTE, 3 PRESTAMO DE VALORES.          *
      * RESULTADO: 'S' DENTRO DE LIMITES (O RESERVADO), 'P' EXCEDE   *
      * EL LIMITE DEL PRODUCTO, 'T' EXCEDE EL LIMITE TOTAL, 'N'      *
      * CONTRAPARTE NO REGISTRADA O EN BLANCO, 'B' SUSPENDIDA O DADA *
      * DE BAJA, 'E' FUNCION O PRODUCTO INVALIDO.                    *
      * USADO POR : RORDSEXT, RREPOBK, CPRSTMNT                      *
      * FORMATO : CTPCHKP                                            *
      *--------------------------------------------------------------*
       01 CTK-PARAMETROS.
          05 CTK-FUNCION                 PIC  X(01).
             88 CTK-FN-VALIDAR                     VALUE 'V'.
             88 CTK-FN-RESERVAR                    VALUE 'R'.
          05 CTK-CONTRAPARTE             PIC  X(20).
          05 CTK-PRODUCTO                PIC  9(01).
             88 CTK-PROD-OTC                       VALUE 1.
             88 CTK-PROD-REPORTE                   VALUE 2.
             88 CTK-PROD-PRESTAMO                  VALUE 3.
             88 CTK-PRODUCTO-VALIDO                VALUE 1 THRU 3.
          05 CTK-NEMONICO                PIC  X(10).
          05 CTK-TITULOS                 PIC  9(12)V9(04).
          05 CTK-IMPORTE                 PIC S9(15)V9(02).
          05 CTK-LIMITE-PRODUCTO         PIC  9(13)V9(02).
          05 CTK-EXPO-PRODUCTO           PIC S9(15)V9(02).
          05 CTK-LIMITE-TOTAL            PIC  9(13)V9(02).
          05 CTK-EXPO-TOTAL              PIC S9(15)V9(02).
          05 CTK-IND-RESULTADO           PIC  X(01).
             88 CTK-DENTRO-LIMITE                  VALUE 'S'.
             88 CTK-EXCEDE-PRODUCTO                VALUE 'P'.
             88 CTK-EXCEDE-TOTAL                   VALUE 'T'.
             88 CTK-NO-REGISTRADA                  VALUE 'N'.
             88 CTK-BLOQUEADA                      VALUE 'B'.
             88 CTK-PARAMETRO-INVALIDO             VALUE 'E'.

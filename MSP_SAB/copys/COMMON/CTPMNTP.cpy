      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA AL MANTENIMIENTO DEL MAESTRO DE        *
      * CONTRAPARTES Y SUS LIMITES (CCTPMNT/CTPMAST).                *
      * FUNCIONES:                                                   *
      *   'A' = ALTA CON LIMITES (NINGUN LIMITE DE PRODUCTO PUEDE    *
      *         SUPERAR EL LIMITE TOTAL)                             *
      *   'M' = MODIFICACION DE NOMBRE, TIPO Y LIMITES               *
      *   'S' = SUSPENSION: LA GUARDA CTPCHK RECHAZA OPERACIONES     *
      *         NUEVAS CON LA CONTRAPARTE                            *
      *   'R' = REACTIVACION DE UNA CONTRAPARTE SUSPENDIDA           *
      *   'X' = BAJA, SOLO SIN EXPOSICION VIGENTE                    *
      *   'C' = CONSULTA (DEVUELVE LA EXPOSICION POR PRODUCTO)       *
      * PRODUCTOS: 1 OTC, 2 REPORTE, 3 PRESTAMO DE VALORES.          *
      * FORMATO : CTPMNTP                                            *
      *--------------------------------------------------------------*
       01 CPM-PARAMETROS.
          05 CPM-FUNCION                 PIC  X(01).
             88 CPM-ES-ALTA                        VALUE 'A'.
             88 CPM-ES-MODIFICACION                VALUE 'M'.
             88 CPM-ES-SUSPENSION                  VALUE 'S'.
             88 CPM-ES-REACTIVACION                VALUE 'R'.
             88 CPM-ES-BAJA                        VALUE 'X'.
             88 CPM-ES-CONSULTA                    VALUE 'C'.
          05 CPM-CONTRAPARTE             PIC  X(20).
          05 CPM-NOMBRE                  PIC  X(40).
          05 CPM-TIPO                    PIC  X(01).
          05 CPM-LIMITE-TOTAL            PIC  9(13)V9(02).
          05 CPM-LIMITE-PRODUCTO         PIC  9(13)V9(02)
                                         OCCURS 3 TIMES.
          05 CPM-USU-OPERADOR            PIC  X(07).
          05 CPM-TERMINAL                PIC  X(08).
          05 CPM-EXPOSICION              PIC S9(13)V9(02)
                                         OCCURS 3 TIMES.
          05 CPM-ESTADO-RESULTANTE       PIC  X(01).
          05 CPM-COD-RETORNO             PIC  X(02).
          05 CPM-COD-ERROR-DEV           PIC  X(07).

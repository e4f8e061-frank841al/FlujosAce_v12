      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA A CEMISMNT (MANTENIMIENTO DEL MAESTRO  *
      * DE EMISORES EMISMAST Y DEL VINCULO NEMONICO-EMISOR).         *
      * FUNCIONES:                                                   *
      *   'A' = ALTA DEL EMISOR                                      *
      *   'M' = MODIFICACION DE RUC, RAZON SOCIAL, SECTOR Y PAIS     *
      *   'B' = BAJA (INACTIVA EL EMISOR)                            *
      *   'V' = VINCULA EMM-NEMONICO AL EMISOR EMM-COD-EMISOR        *
      *         (NM-COD-EMISOR DE NEMOMAST)                          *
      * EMM-USU-OPERADOR Y EMM-TERMINAL SE LLEVAN A LA BITACORA      *
      * MNTJRNL.                                                     *
      * FORMATO : EMISMANT                                            *
      *--------------------------------------------------------------*
       01 EMM-PARAMETROS.
          05 EMM-COD-EMISOR              PIC  X(10).
          05 EMM-FUNCION                 PIC  X(01).
             88 EMM-ES-ALTA                        VALUE 'A'.
             88 EMM-ES-MODIFICACION                VALUE 'M'.
             88 EMM-ES-BAJA                        VALUE 'B'.
             88 EMM-ES-VINCULO                     VALUE 'V'.
          05 EMM-RUC                     PIC  X(11).
          05 EMM-RAZON-SOCIAL            PIC  X(60).
          05 EMM-SECTOR                  PIC  X(04).
          05 EMM-PAIS                    PIC  X(03).
          05 EMM-NEMONICO                PIC  X(10).
          05 EMM-USU-OPERADOR            PIC  X(07).
          05 EMM-TERMINAL                PIC  X(08).
          05 EMM-COD-RETORNO             PIC  X(02).
          05 EMM-COD-ERROR-DEV           PIC  X(07).

      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA AL MANTENIMIENTO DE CASOS DE ERROR DE  *
      * NEGOCIACION CONTRA LA CUENTA DE ERRORES DE LA CASA           *
      * (CERRMNT).                                                   *
      * FUNCIONES:                                                   *
      *   'A' = ALTA DEL CASO (EJECUCION ERRONEA, EJECUCION PACTADA, *
      *         CUENTA DE ERRORES, OPERADOR Y CAUSA; QUEDA PENDIENTE *
      *         DE DOBLE FIRMA)                                      *
      *   'P' = APROBAR Y APLICAR (SEGUNDO USUARIO DISTINTO DEL QUE  *
      *         INGRESO; REVIERTE LA EJECUCION ERRONEA DEL CLIENTE,  *
      *         LE APLICA LA PACTADA Y ABRE LA POSICION DE ERRORES)  *
      *   'R' = RECHAZAR                                             *
      *   'C' = CONSULTA                                             *
      *   'X' = CIERRE EN MERCADO DE LA POSICION DE ERRORES DEL      *
      *         NEMONICO INDICADO POR ERP-CAN-CIERRE A               *
      *         ERP-PRECIO-CIERRE; DEVUELVE LA GANANCIA REALIZADA    *
      *         ACUMULADA Y CIERRA EL CASO AL QUEDAR SIN POSICION    *
      * FORMATO : ERRP                                               *
      *--------------------------------------------------------------*
       01 ERP-PARAMETROS.
          05 ERP-FUNCION                 PIC  X(01).
             88 ERP-FN-ALTA                        VALUE 'A'.
             88 ERP-FN-APROBAR                     VALUE 'P'.
             88 ERP-FN-RECHAZAR                    VALUE 'R'.
             88 ERP-FN-CONSULTA                    VALUE 'C'.
             88 ERP-FN-CIERRE                      VALUE 'X'.
          05 ERP-CASO                    PIC  9(09).
          05 ERP-CTA-CLIENTE             PIC  X(20).
          05 ERP-ORDEN                   PIC  9(09).
          05 ERP-CTA-ERROR               PIC  X(20).
          05 ERP-OPERADOR                PIC  X(07).
          05 ERP-CAUSA                   PIC  X(01).
          05 ERP-FECHA-EJEC              PIC  9(08).
          05 ERP-MONEDA                  PIC  X(03).
          05 ERP-NEMONICO-EJEC           PIC  X(10).
          05 ERP-SENTIDO-EJEC            PIC  X(01).
          05 ERP-CAN-EJEC                PIC  9(12).
          05 ERP-PRECIO-EJEC             PIC  9(08)V9(04).
          05 ERP-NEMONICO-PACT           PIC  X(10).
          05 ERP-SENTIDO-PACT            PIC  X(01).
          05 ERP-CAN-PACT                PIC  9(12).
          05 ERP-PRECIO-PACT             PIC  9(08)V9(04).
          05 ERP-DESCRIPCION             PIC  X(50).
          05 ERP-NEMONICO-CIERRE         PIC  X(10).
          05 ERP-CAN-CIERRE              PIC  9(12).
          05 ERP-PRECIO-CIERRE           PIC  9(08)V9(04).
          05 ERP-USUARIO                 PIC  X(07).
          05 ERP-POSICION                OCCURS 2 TIMES.
             10 ERP-POS-NEMONICO         PIC  X(10).
             10 ERP-POS-CANTIDAD         PIC S9(12).
             10 ERP-POS-IMPORTE          PIC S9(15)V9(02).
          05 ERP-GANANCIA-REALIZADA      PIC S9(15)V9(02).
          05 ERP-ESTADO-RESULTANTE       PIC  X(10).
          05 ERP-COD-RETORNO             PIC  X(02).
          05 ERP-COD-ERROR-DEV           PIC  X(07).

      *   'A' = ALTA DEL CASO (LA FECHA LIMITE DE RESPUESTA SE       *
      *         RESUELVE EN DIAS HABILES VIA DIAHABIL)               *
      *   'P' = PASAR A EN-PROCESO CON RESPONSABLE                   *
      *   'R' = RESOLVER EL CASO; SI SE DEVUELVE COMISION AL CLIENTE *
      *         SE INFORMA EN RCL-IMP-DEVOLUCION (CON SU MONEDA, EN  *
      *         BLANCO LA DE LA CUENTA) Y SE PROPONE COMO EVENTO DE  *
      *         PERDIDA OPERACIONAL (EVPROP)                         *
      *   'C' = CONSULTA                                             *
      * FORMATO : RECLP                                              *
      *--------------------------------------------------------------*
          05 RCL-ESTADO-RESULTANTE       PIC  X(10).
          05 RCL-COD-RETORNO             PIC  X(02).
          05 RCL-COD-ERROR-DEV           PIC  X(07).
          05 RCL-IMP-DEVOLUCION          PIC S9(13)V9(02).
          05 RCL-MONEDA-DEVOLUCION       PIC  X(03).

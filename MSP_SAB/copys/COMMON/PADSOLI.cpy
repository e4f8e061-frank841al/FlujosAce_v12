      *--------------------------------------------------------------*
      * SOLICITUDES DE PREAUTORIZACION DE OPERACIONES POR CUENTA     *
      * PROPIA DEL PERSONAL: EL EMPLEADO LA REGISTRA (PENDIENTE) Y   *
      * CUMPLIMIENTO LA APRUEBA O RECHAZA. LA APROBADA AUTORIZA      *
      * ORDENES DEL MISMO SENTIDO SOBRE EL NEMONICO HASTA LA         *
      * CANTIDAD SOLICITADA DENTRO DE SU VIGENCIA (EL DIA DE LA      *
      * APROBACION).                                                 *
      * CLAVE : PS-CLAVE (PS-CTAVALOR + PS-NEMONICO + PS-SOLICITUD)   *
      * FORMATO : PADSOLI                                             *
      *--------------------------------------------------------------*
       01 PS-REGISTRO-SOLICITUD.
          05 PS-CLAVE.
             10 PS-CTAVALOR              PIC  X(20).
             10 PS-NEMONICO              PIC  X(10).
             10 PS-SOLICITUD             PIC  9(09).
          05 PS-COD-EMPLEADO             PIC  X(07).
          05 PS-TIPO-OPERACION           PIC  X(01).
             88 PS-ES-COMPRA                       VALUE 'C'.
             88 PS-ES-VENTA                        VALUE 'V'.
          05 PS-CANTIDAD                 PIC S9(10)V9(04).
          05 PS-FEC-SOLICITUD            PIC  9(08).
          05 PS-USU-SOLICITA             PIC  X(07).
          05 PS-ESTADO                   PIC  X(01).
             88 PS-PENDIENTE                       VALUE 'P'.
             88 PS-APROBADA                        VALUE 'A'.
             88 PS-RECHAZADA                       VALUE 'R'.
          05 PS-FEC-RESOLUCION           PIC  9(08).
          05 PS-FEC-VENCIMIENTO          PIC  9(08).
          05 PS-USU-RESUELVE             PIC  X(07).
          05 PS-MOTIVO                   PIC  X(40).

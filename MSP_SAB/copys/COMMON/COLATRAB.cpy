      *--------------------------------------------------------------*
      * COLA UNIFICADA DE TRABAJO DE OPERACIONES: UNA TAREA POR CADA *
      * PENDIENTE DE APROBACION O EXCEPCION QUE ESPERA A UN USUARIO  *
      * (APROBACION OTC EN OTCMAST, PRECIO RETENIDO EN QUOPEND,      *
      * SOLICITUD DE EFECTIVO EN SOLEFE, ALERTA AML ABIERTA EN       *
      * AMLALERT, AJUSTE CAJUMNT SIN SEGUNDA FIRMA EN AJUSMAST,      *
      * PROPUESTA DE REBALANCEO EN MODLPROP, INSTRUCCION RECHAZADA   *
      * POR EL CUSTODIO EN CUSTINS Y RECLAMO VENCIDO EN RECLMAST).   *
      * LA ARMA Y REFRESCA RCOLATRB BAJO UNA CLAVE ESTABLE (ORIGEN + *
      * REFERENCIA DEL PENDIENTE EN SU MAESTRO): LA TAREA            *
      * REDETECTADA CONSERVA SU RESPONSABLE Y SU ANTIGUEDAD, Y LA    *
      * QUE YA NO SE DETECTA SE CIERRA SOLA. TQ-TRANSACCION ES LA    *
      * TRANSACCION QUE LA RESUELVE, A LA QUE SE ENTRA CON           *
      * TQ-REFERENCIA. LA ASIGNACION LA HACE CCOLATRB Y EL REPORTE   *
      * DE FIN DE DIA POR EQUIPO RCOLAPEN. TQ-USU-ORIGEN ES QUIEN    *
      * GENERO EL PENDIENTE: NO PUEDE SER SU RESPONSABLE CUANDO EL   *
      * PENDIENTE ES DE DOBLE FIRMA.                                 *
      * CLAVE : TQ-CLAVE (TQ-ORIGEN + TQ-REFERENCIA)                  *
      * FORMATO : COLATRAB                                            *
      *--------------------------------------------------------------*
       01 TQ-REGISTRO-TAREA.
          05 TQ-CLAVE.
             10 TQ-ORIGEN                PIC  X(08).
             10 TQ-REFERENCIA            PIC  X(30).
          05 TQ-EQUIPO                   PIC  X(10).
          05 TQ-TRANSACCION              PIC  X(08).
          05 TQ-CTAVALOR                 PIC  X(20).
          05 TQ-DESCRIPCION              PIC  X(60).
          05 TQ-USU-ORIGEN               PIC  X(07).
          05 TQ-FECHA-ORIGEN             PIC  9(08).
          05 TQ-FECHA-VENCE              PIC  9(08).
          05 TQ-HORA-VENCE               PIC  9(04).
          05 TQ-RESPONSABLE              PIC  X(07).
          05 TQ-FEC-ASIGNACION           PIC  9(08).
          05 TQ-USU-ASIGNA               PIC  X(07).
          05 TQ-ESTADO                   PIC  X(01).
             88 TQ-PENDIENTE                       VALUE 'P'.
             88 TQ-ASIGNADA                        VALUE 'A'.
             88 TQ-CERRADA                         VALUE 'C'.
          05 TQ-FECHA-PRIMERA            PIC  9(08).
          05 TQ-CORRIDA-ULTIMA           PIC  9(14).
          05 TQ-FECHA-CIERRE             PIC  9(08).

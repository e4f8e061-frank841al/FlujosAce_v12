      *--------------------------------------------------------------*
      * PARAMETROS DEL MANTENIMIENTO DE LA COLA UNIFICADA DE TRABAJO *
      * (CCOLATRB). FUNCIONES:                                       *
      *   'A' = ASIGNAR LA TAREA A TQP-RESPONSABLE (PASA A           *
      *         ASIGNADA); SIRVE TAMBIEN PARA REASIGNAR.             *
      *   'D' = DEVOLVER LA TAREA A PENDIENTE SIN RESPONSABLE.       *
      * LA TAREA CERRADA NO SE TOCA: EL CIERRE LO HACE RCOLATRB      *
      * CUANDO EL PENDIENTE DEJA DE EXISTIR EN SU MAESTRO. LA TAREA  *
      * DE DOBLE FIRMA NO SE ASIGNA A QUIEN GENERO EL PENDIENTE      *
      * (TQ-USU-ORIGEN): LA APROBACION LA DEBE DAR OTRO USUARIO.     *
      * FORMATO : COLATRBP                                            *
      *--------------------------------------------------------------*
       01 TQP-PARAMETROS.
          05 TQP-ORIGEN                  PIC  X(08).
          05 TQP-REFERENCIA              PIC  X(30).
          05 TQP-FUNCION                 PIC  X(01).
             88 TQP-ASIGNAR                        VALUE 'A'.
             88 TQP-DEVOLVER                       VALUE 'D'.
          05 TQP-RESPONSABLE             PIC  X(07).
          05 TQP-USUARIO                 PIC  X(07).
          05 TQP-COD-RETORNO             PIC  X(02).
             88 TQP-MANT-OK                        VALUE '00'.
             88 TQP-TAREA-NO-EXISTE                VALUE '23'.
             88 TQP-TAREA-CERRADA                  VALUE '24'.
             88 TQP-FUNCION-INVALIDA               VALUE '25'.
             88 TQP-SIN-RESPONSABLE                VALUE '26'.
             88 TQP-RESPONSABLE-ORIGEN             VALUE '28'.

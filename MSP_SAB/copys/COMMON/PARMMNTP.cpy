      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA AL MANTENIMIENTO DEL MAESTRO DE        *
      * PARAMETROS DE CONTROL (CPARMMNT).                            *
      * FUNCIONES:                                                   *
      *   'A' = ALTA DE UN VALOR CON SU FECHA DE VIGENCIA (QUEDA     *
      *         PENDIENTE DE DOBLE FIRMA; NO SE ADMITE RETROACTIVO)  *
      *   'P' = APROBAR (PERFIL CPARAPRO Y USUARIO DISTINTO DEL QUE  *
      *         INGRESO); DESDE ENTONCES RIGE EN SU FECHA            *
      *   'R' = RECHAZAR (PERFIL CPARAPRO)                           *
      *   'C' = CONSULTA                                             *
      * FORMATO : PARMMNTP                                            *
      *--------------------------------------------------------------*
       01 PMM-PARAMETROS.
          05 PMM-FUNCION                 PIC  X(01).
             88 PMM-FN-ALTA                        VALUE 'A'.
             88 PMM-FN-APROBAR                     VALUE 'P'.
             88 PMM-FN-RECHAZAR                    VALUE 'R'.
             88 PMM-FN-CONSULTA                    VALUE 'C'.
          05 PMM-COD-PARAMETRO           PIC  X(12).
          05 PMM-FEC-VIGENCIA            PIC  9(08).
          05 PMM-VALOR                   PIC S9(12)V9(04).
          05 PMM-DESCRIPCION             PIC  X(50).
          05 PMM-USUARIO                 PIC  X(07).
          05 PMM-CANAL                   PIC  X(01).
          05 PMM-ESTADO-RESULTANTE       PIC  X(10).
          05 PMM-COD-RETORNO             PIC  X(02).
          05 PMM-COD-ERROR-DEV           PIC  X(07).

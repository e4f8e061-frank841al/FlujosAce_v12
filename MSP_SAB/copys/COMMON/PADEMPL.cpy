      *--------------------------------------------------------------*
      * REGISTRO DE CUENTAS-VALOR DE EMPLEADOS DE LA SAB (CUENTA     *
      * PROPIA DEL PERSONAL Y LAS QUE EL EMPLEADO DECLARA BAJO SU    *
      * CONTROL). LA GUARDA PADCHK SOLO APLICA A LAS CUENTAS         *
      * ACTIVAS DE ESTE REGISTRO; LA BAJA DEL EMPLEADO LA INACTIVA   *
      * SIN BORRARLA, PARA LA ATESTACION DE PERIODOS PASADOS.        *
      * CLAVE : EMP-CTAVALOR                                          *
      * FORMATO : PADEMPL                                             *
      *--------------------------------------------------------------*
       01 EMP-REGISTRO-EMPLEADO.
          05 EMP-CTAVALOR                PIC  X(20).
          05 EMP-COD-EMPLEADO            PIC  X(07).
          05 EMP-NOMBRE                  PIC  X(60).
          05 EMP-AREA                    PIC  X(04).
          05 EMP-ESTADO                  PIC  X(01).
             88 EMP-ES-ACTIVO                      VALUE 'A'.
             88 EMP-ES-INACTIVO                    VALUE 'I'.
          05 EMP-FEC-ALTA                PIC  9(08).
          05 EMP-FEC-BAJA                PIC  9(08).
          05 EMP-USU-ULT-MODIF           PIC  X(07).

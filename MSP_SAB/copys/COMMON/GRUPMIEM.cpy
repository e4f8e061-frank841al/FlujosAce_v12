      *--------------------------------------------------------------*
      * MIEMBROS DE LOS GRUPOS ECONOMICOS: UNA CUENTA-VALOR          *
      * PERTENECE A UN SOLO GRUPO (GRUPMAST), CON EL TIPO DE VINCULO *
      * QUE LA RELACIONA CON EL: MATRIZ/CONTROLANTE, SUBSIDIARIA,    *
      * FAMILIAR, GESTION O ADMINISTRACION COMUN, U OTRO VINCULO     *
      * DECLARADO.                                                   *
      * CLAVE : GV-CTAVALOR                                           *
      * FORMATO : GRUPMIEM                                            *
      *--------------------------------------------------------------*
       01 GV-REGISTRO-MIEMBRO.
          05 GV-CTAVALOR                 PIC  X(20).
          05 GV-COD-GRUPO                PIC  X(10).
          05 GV-TIPO-VINCULO             PIC  X(01).
             88 GV-ES-MATRIZ                       VALUE 'M'.
             88 GV-ES-SUBSIDIARIA                  VALUE 'S'.
             88 GV-ES-FAMILIAR                     VALUE 'F'.
             88 GV-ES-GESTION-COMUN                VALUE 'G'.
             88 GV-ES-OTRO-VINCULO                 VALUE 'O'.
             88 GV-VINCULO-VALIDO                  VALUE 'M' 'S' 'F'
                                                         'G' 'O'.
          05 GV-FEC-ALTA                 PIC  9(08).
          05 GV-USU-ALTA                 PIC  X(07).

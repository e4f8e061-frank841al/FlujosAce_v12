      *--------------------------------------------------------------*
      * MAESTRO DE GRUPOS ECONOMICOS (VINCULADOS): EMPRESAS RELACIO- *
      * NADAS Y FAMILIARES QUE OPERAN POR CUENTAS-VALOR DISTINTAS Y  *
      * CUYA EXPOSICION SMV EXIGE MIRAR EN CONJUNTO. LOS MIEMBROS Y  *
      * SU TIPO DE VINCULO ESTAN EN GRUPMIEM. GE-LIMITE-CREDITO ES   *
      * EL TOPE DE CREDITO BURSATIL DISPUESTO PARA TODO EL GRUPO     *
      * (CERO = SIN TOPE PROPIO, SOLO SUMA DE LINEAS DE MARGMAST).   *
      * CLAVE : GE-COD-GRUPO                                          *
      * FORMATO : GRUPMAST                                            *
      *--------------------------------------------------------------*
       01 GE-REGISTRO-GRUPO.
          05 GE-COD-GRUPO                PIC  X(10).
          05 GE-NOMBRE                   PIC  X(60).
          05 GE-LIMITE-CREDITO           PIC  9(12)V9(02).
          05 GE-TOT-MIEMBROS             PIC  9(05).
          05 GE-ESTADO                   PIC  X(01).
             88 GE-ES-ACTIVO                       VALUE 'A'.
             88 GE-ES-INACTIVO                     VALUE 'I'.
          05 GE-FEC-ALTA                 PIC  9(08).
          05 GE-FEC-ULT-MODIF            PIC  9(08).
          05 GE-USU-ULT-MODIF            PIC  X(07).

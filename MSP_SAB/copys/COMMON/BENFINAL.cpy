      *--------------------------------------------------------------*
      * REGISTRO DE BENEFICIARIOS FINALES DE LOS CLIENTES EMPRESA    *
      * (DOCUMENTO RUC): LAS PERSONAS NATURALES QUE EN ULTIMA        *
      * INSTANCIA POSEEN O CONTROLAN A LA PERSONA JURIDICA, CON SU   *
      * IDENTIDAD, EL PORCENTAJE QUE TIENEN, EL TIPO DE CONTROL Y    *
      * LAS FECHAS DE VIGENCIA. LO MANTIENE CBENFMNT; CCLIALTA NO    *
      * ACTIVA UNA EMPRESA SIN AL MENOS UN BENEFICIARIO VIGENTE,     *
      * RAMLSCR LOS CRUZA CONTRA LA LISTA DE VIGILANCIA JUNTO CON    *
      * LOS CLIENTES Y RBENFDEC ARMA LA DECLARACION ANUAL A SUNAT.   *
      * LA BAJA CIERRA LA VIGENCIA SIN BORRAR EL REGISTRO.           *
      * CLAVE : BO-CLAVE (BO-RUC-EMPRESA + BO-TIPO-DOC + BO-NUME-DOC) *
      * FORMATO : BENFINAL                                            *
      *--------------------------------------------------------------*
       01 BO-REGISTRO-BENEFICIARIO.
          05 BO-CLAVE.
             10 BO-RUC-EMPRESA           PIC  X(20).
             10 BO-TIPO-DOC              PIC  X(01).
             10 BO-NUME-DOC              PIC  X(20).
          05 BO-NOMBRE                   PIC  X(80).
          05 BO-NACIONALIDAD             PIC  X(02).
          05 BO-PAIS-RESIDENCIA          PIC  X(02).
          05 BO-FEC-NACIMIENTO           PIC  9(08).
          05 BO-PORCENTAJE               PIC  9(03)V9(02).
          05 BO-TIPO-CONTROL             PIC  X(01).
             88 BO-PROPIEDAD-DIRECTA               VALUE 'D'.
             88 BO-PROPIEDAD-INDIRECTA             VALUE 'I'.
             88 BO-CONTROL-OTROS-MEDIOS            VALUE 'C'.
             88 BO-ALTA-GERENCIA                   VALUE 'G'.
          05 BO-FEC-INICIO               PIC  9(08).
          05 BO-FEC-FIN                  PIC  9(08).
          05 BO-ESTADO                   PIC  X(01).
             88 BO-VIGENTE                         VALUE 'V'.
             88 BO-DE-BAJA                         VALUE 'B'.
          05 BO-FEC-ALTA                 PIC  9(08).
          05 BO-USU-ALTA                 PIC  X(07).
          05 BO-FEC-MODIF                PIC  9(08).
          05 BO-USU-MODIF                PIC  X(07).

      *--------------------------------------------------------------*
      * REGISTRO DE COTITULARES DE LAS CUENTAS-VALOR MANCOMUNADAS:   *
      * UN REGISTRO POR TITULAR CON SU IDENTIDAD, CORREO PARA EL     *
      * ESTADO DE CUENTA, CODIGO DE FIRMA, PORCENTAJE DE             *
      * PARTICIPACION Y LA REGLA DE FIRMA DE LA CUENTA ('I'          *
      * INDISTINTA, CUALQUIER TITULAR INSTRUYE SOLO; 'C' CONJUNTA,   *
      * LA ORDEN EXIGE LA FIRMA DE TODOS). LA REGLA ES DE LA CUENTA  *
      * Y SE REPITE EN CADA TITULAR. LO MANTIENE CCOTIMNT; COTICHK   *
      * LO CONSULTA PARA EL DESPACHO DEL ESTADO DE CUENTA            *
      * (CEODSTMT/RSTMTDLV), EL PRORRATEO DE RENTAS (RGANCAP,        *
      * CDIVPOST/RETLEDG, CSUNATCE) Y LAS FIRMAS DEL ALTA DE         *
      * ORDENES. LA BAJA CIERRA EL TITULAR SIN BORRAR EL REGISTRO.   *
      * LA CUENTA SIN REGISTROS ES INDIVIDUAL.                       *
      * CLAVE : TC-CLAVE (TC-CTAVALOR + TC-TIPO-DOC + TC-NUME-DOC)    *
      * FORMATO : COTITUL                                             *
      *--------------------------------------------------------------*
       01 TC-REGISTRO-COTITULAR.
          05 TC-CLAVE.
             10 TC-CTAVALOR              PIC  X(20).
             10 TC-TIPO-DOC              PIC  X(01).
             10 TC-NUME-DOC              PIC  X(20).
          05 TC-NOMBRE                   PIC  X(80).
          05 TC-FIRMA                    PIC  X(07).
          05 TC-PORCENTAJE               PIC  9(03)V9(02).
          05 TC-REGLA-FIRMA              PIC  X(01).
             88 TC-FIRMA-INDISTINTA                VALUE 'I'.
             88 TC-FIRMA-CONJUNTA                  VALUE 'C'.
          05 TC-ESTADO                   PIC  X(01).
             88 TC-VIGENTE                         VALUE 'V'.
             88 TC-DE-BAJA                         VALUE 'B'.
          05 TC-FEC-ALTA                 PIC  9(08).
          05 TC-USU-ALTA                 PIC  X(07).
          05 TC-FEC-MODIF                PIC  9(08).
          05 TC-USU-MODIF                PIC  X(07).
          05 TC-EMAIL                    PIC  X(80).
          05 FILLER                      PIC  X(20).

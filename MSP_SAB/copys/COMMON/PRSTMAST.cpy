      * PRESTADA SALE DEL DISPONIBLE DE CARTMAST (BUCKET CM-SDOPRE)  *
      * Y LA GUARDA SALCHK LA TRATA COMO NO VENDIBLE. EL DEVENGO     *
      * DIARIO DE LA COMISION LO HACE RPRSTACR Y EL SEGUIMIENTO DE   *
      * RECALLS VENCIDOS RPRSTREC. PR-CONTRAPARTE ES UNA CONTRAPARTE *
      * DE CTPMAST: MIENTRAS EL PRESTAMO NO SE DEVUELVA, SUS TITULOS *
      * A PRECIO DE QUOTEMST CUENTAN COMO SU EXPOSICION (RCTPUTIL).  *
      * CLAVE : PR-PRESTAMO                                           *
      * FORMATO : PRSTMAST                                            *
      *--------------------------------------------------------------*

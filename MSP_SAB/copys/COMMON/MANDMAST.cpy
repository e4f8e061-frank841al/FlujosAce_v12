      * CONSULTA EN EL ALTA DE ORDENES (E507/E508-FIRMA) Y EN EL     *
      * RETIRO DE EFECTIVO; EL BARRIDO RMANDEXP VENCE PODERES Y      *
      * AVISA LAS CUENTAS QUE QUEDAN SIN FIRMANTE VIGENTE.           *
      * UN MANDATO OTORGADO POR UN TITULAR FALLECIDO, O CUYO         *
      * APODERADO FALLECIO, QUEDA SUSPENDIDO CUANDO LEGAL CONFIRMA   *
      * LA PROPUESTA DE RDEFUNC (CDEFCONF); MANDCHK YA NO LO ACEPTA. *
      * CLAVE : MN-CLAVE (MN-CTAVALOR + MN-FIRMA)                     *
      * FORMATO : MANDMAST                                            *
      *--------------------------------------------------------------*
             88 MN-ACTIVO                          VALUE 'A'.
             88 MN-REVOCADO                        VALUE 'R'.
             88 MN-VENCIDO                         VALUE 'V'.
             88 MN-SUSPENDIDO                      VALUE 'S'.

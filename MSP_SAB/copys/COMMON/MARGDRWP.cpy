      * (MARGDRW): DISPONE DE LA LINEA (MARGMAST) EL FALTANTE DE     *
      * EFECTIVO DE UNA LIQUIDACION DE COMPRA Y LO ABONA EN LA       *
      * CUENTA EFECTIVO VIA EFEPOST.                                 *
      * SIN CONVENIO MARCO DE CREDITO BURSATIL VIGENTE (CONVCHK)     *
      * DEVUELVE 'F' Y NO DESEMBOLSA.                                *
      * USADO POR : CEJECAP                                          *
      * FORMATO : MARGDRWP                                           *
      *--------------------------------------------------------------*
             88 MDR-LINEA-CONGELADA                VALUE 'C'.
             88 MDR-LINEA-VENCIDA                  VALUE 'V'.
             88 MDR-LINEA-INSUFICIENTE             VALUE 'N'.
             88 MDR-SIN-CONVENIO                   VALUE 'F'.

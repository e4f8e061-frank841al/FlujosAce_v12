      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA AL CIERRE DE PERIODO CONTABLE          *
      * (CPERCIER/PERCONT). FUNCIONES: 'C' = CIERRE DEL MES (UNA     *
      * SOLA VEZ, MES YA VENCIDO Y CON EL MES ANTERIOR CERRADO); 'Q' *
      * = CONSULTA DEL ESTADO DEL MES.                               *
      * FORMATO : PERCIERP                                            *
      *--------------------------------------------------------------*
       01 PCI-PARAMETROS.
          05 PCI-FUNCION                 PIC  X(01).
             88 PCI-FN-CERRAR                      VALUE 'C'.
             88 PCI-FN-CONSULTA                    VALUE 'Q'.
          05 PCI-PERIODO                 PIC  9(06).
          05 PCI-USUARIO                 PIC  X(07).
          05 PCI-CANAL                   PIC  X(01).
          05 PCI-TERMINAL                PIC  X(08).
          05 PCI-FECHA-CIERRE            PIC  9(08).
          05 PCI-USUARIO-CIERRE          PIC  X(07).
          05 PCI-COD-RETORNO             PIC  X(02).
             88 PCI-OK                             VALUE '00'.
             88 PCI-FUNCION-INVALIDA               VALUE '12'.
             88 PCI-PERIODO-INVALIDO               VALUE '20'.
             88 PCI-PERIODO-NO-VENCIDO             VALUE '21'.
             88 PCI-ANTERIOR-ABIERTO               VALUE '22'.
             88 PCI-PERIODO-ABIERTO                VALUE '23'.
             88 PCI-YA-CERRADO                     VALUE '24'.
             88 PCI-USUARIO-NO-AUTORIZADO          VALUE '26'.

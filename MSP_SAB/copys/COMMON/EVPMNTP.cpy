      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA AL MANTENIMIENTO DEL REGISTRO DE       *
      * EVENTOS DE PERDIDA (CEVPMNT/EVPERD). FUNCIONES: 'A' = ALTA   *
      * MANUAL DE UN EVENTO SIN ORIGEN AUTOMATICO (ORIGEN 'MANUAL',  *
      * QUEDA CONFIRMADO); 'C' = CONFIRMAR EL EVENTO PROPUESTO; 'M'  *
      * = MODIFICAR EL EVENTO CONFIRMADO (RECLASIFICACION, RECUPEROS *
      * POSTERIORES); 'D' = DESCARTAR EL EVENTO PROPUESTO; 'Q' =     *
      * CONSULTA. EN 'A', 'C' Y 'M' EL LLAMADOR PASA LA              *
      * CLASIFICACION COMPLETA (FECHAS, LINEA, TIPO, PERDIDA BRUTA Y *
      * RECUPERO, NORMALMENTE LO DEVUELTO POR LA CONSULTA YA         *
      * CORREGIDO); LA DESCRIPCION EN BLANCO CONSERVA LA VIGENTE.    *
      * FORMATO : EVPMNTP                                             *
      *--------------------------------------------------------------*
       01 EVM-PARAMETROS.
          05 EVM-FUNCION                 PIC  X(01).
             88 EVM-FN-ALTA                        VALUE 'A'.
             88 EVM-FN-CONFIRMAR                   VALUE 'C'.
             88 EVM-FN-MODIFICAR                   VALUE 'M'.
             88 EVM-FN-DESCARTAR                   VALUE 'D'.
             88 EVM-FN-CONSULTA                    VALUE 'Q'.
          05 EVM-ORIGEN                  PIC  X(08).
          05 EVM-REFERENCIA              PIC  X(32).
          05 EVM-FECHA-OCURRENCIA        PIC  9(08).
          05 EVM-FECHA-DESCUBRIMIENTO    PIC  9(08).
          05 EVM-LINEA-NEGOCIO           PIC  9(01).
          05 EVM-TIPO-EVENTO             PIC  9(01).
          05 EVM-CTAVALOR                PIC  X(20).
          05 EVM-MONEDA                  PIC  X(03).
          05 EVM-PERDIDA-BRUTA           PIC S9(15)V9(02).
          05 EVM-RECUPERO                PIC S9(15)V9(02).
          05 EVM-DESCRIPCION             PIC  X(50).
          05 EVM-USUARIO                 PIC  X(07).
          05 EVM-CANAL                   PIC  X(01).
          05 EVM-TERMINAL                PIC  X(08).
          05 EVM-FUENTE                  PIC  X(01).
          05 EVM-ESTADO-RESULTANTE       PIC  X(01).
          05 EVM-COD-RETORNO             PIC  X(02).
             88 EVM-OK                             VALUE '00'.
             88 EVM-FUNCION-INVALIDA               VALUE '12'.
             88 EVM-DATOS-INVALIDOS                VALUE '20'.
             88 EVM-EVENTO-YA-EXISTE               VALUE '22'.
             88 EVM-EVENTO-NO-EXISTE               VALUE '23'.
             88 EVM-ESTADO-NO-PERMITE              VALUE '24'.
             88 EVM-USUARIO-NO-AUTORIZADO          VALUE '26'.

      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA AL PROPONEDOR DE EVENTOS DE PERDIDA    *
      * (EVPROP/EVPERD). FUNCION 'P' = PROPONER: SI EL EVENTO NO     *
      * EXISTE SE DA DE ALTA PROPUESTO CON LA PERDIDA BRUTA          *
      * INDICADA; SI YA EXISTE Y SIGUE PROPUESTO SE ACTUALIZA SU     *
      * PERDIDA BRUTA; SI YA FUE CONFIRMADO O DESCARTADO NO SE TOCA  *
      * (RETORNO '24'). FUNCION 'R' = RECUPERO: SUMA EL IMPORTE AL   *
      * RECUPERO DEL EVENTO NO DESCARTADO (RETORNO '23' SI NO HAY    *
      * EVENTO). LA PROPUESTA NUNCA DETIENE AL LLAMADOR: EL RETORNO  *
      * ES INFORMATIVO.                                              *
      * FORMATO : EVPROPP                                             *
      *--------------------------------------------------------------*
       01 EVP-PARAMETROS.
          05 EVP-FUNCION                 PIC  X(01).
             88 EVP-FN-PROPONER                    VALUE 'P'.
             88 EVP-FN-RECUPERO                    VALUE 'R'.
          05 EVP-ORIGEN                  PIC  X(08).
          05 EVP-REFERENCIA              PIC  X(32).
          05 EVP-FUENTE                  PIC  X(01).
          05 EVP-FECHA-OCURRENCIA        PIC  9(08).
          05 EVP-FECHA-DESCUBRIMIENTO    PIC  9(08).
          05 EVP-LINEA-NEGOCIO           PIC  9(01).
          05 EVP-TIPO-EVENTO             PIC  9(01).
          05 EVP-CTAVALOR                PIC  X(20).
          05 EVP-MONEDA                  PIC  X(03).
          05 EVP-IMPORTE                 PIC S9(15)V9(02).
          05 EVP-DESCRIPCION             PIC  X(50).
          05 EVP-COD-RETORNO             PIC  X(02).
             88 EVP-EVENTO-NUEVO                   VALUE '00'.
             88 EVP-EVENTO-ACTUALIZADO             VALUE '01'.
             88 EVP-EVENTO-NO-EXISTE               VALUE '23'.
             88 EVP-EVENTO-YA-REVISADO             VALUE '24'.

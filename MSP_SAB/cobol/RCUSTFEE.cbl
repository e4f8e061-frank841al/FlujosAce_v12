      *                    CONCEPTO PROPIO Y LINEA EN FEEDET (CODCOM *
      *                    90) PARA QUE LA FACTURA DE RFACTCLI LA    *
      *                    INCLUYA CON IGV.                          *
      * 28/09/2026 JQ      CORRECCION. LA LINEA DE CUSTODIA EN       *
      *                    FEEDET SE GRABA SIN MARCA DE ACUERDO      *
      *                    NEGOCIADO (FT-IND-ACUERDO).               *
      * 28/09/2026 JQ      ALTA. LA LINEA DE CUSTODIA EN FEEDET      *
      *                    QUEDA SIN MONEDA (FT-MONEDA EN BLANCO):   *
      *                    SE COBRA EN LA MONEDA DE LA CUENTA.       *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * EL PERIODO COBRADO ES EL MES CALENDARIO ANTERIOR (MISMO      *
           MOVE WS-TASA-APLICADA    TO FT-PORCEN-APLICADO
           MOVE WS-IMPORTE-CUSTODIA TO FT-IMPORTE
           MOVE WS-VERSION-APLICADA TO FT-CME-VERSION
           MOVE 'N'                 TO FT-IND-ACUERDO
           MOVE SPACES              TO FT-MONEDA
           WRITE FT-REGISTRO-GASTO
           .
       2500-GRABAR-GASTO-EXIT.

      * 09/08/2026 JQ      ALTA. SERVICIO CENTRALIZADO DE CONSULTA   *
      *                    DE CODIGOS DE ERROR DEVUELTOS EN LAS      *
      *                    SALIDAS S5XX (COD-ERROR-DEV).             *
      * 14/09/2026 JQ      ALTA. DEVUELVE SI EL CODIGO ES            *
      *                    EXCEPTUABLE POR SUPERVISOR                *
      *                    (EC-IND-EXCEPTUABLE); UN CODIGO NO        *
      *                    CATALOGADO NUNCA LO ES.                   *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * BUSCA EL CODIGO RECIBIDO EN EL CATALOGO ERRCAT Y DEVUELVE SU *
           MOVE SPACES TO EL-DESCRIPCION
           MOVE SPACES TO EL-SEVERIDAD
           MOVE 'N'    TO EL-IND-RESULTADO
           MOVE 'N'    TO EL-IND-EXCEPTUABLE
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
              MOVE EC-DESCRIPCION TO EL-DESCRIPCION
              MOVE EC-SEVERIDAD   TO EL-SEVERIDAD
              MOVE 'S'            TO EL-IND-RESULTADO
              IF EC-ES-EXCEPTUABLE
                 MOVE 'S'         TO EL-IND-EXCEPTUABLE
              END-IF
           ELSE
              MOVE WS-DESCRIPCION-GENERICA TO EL-DESCRIPCION
              MOVE 'R'                     TO EL-SEVERIDAD

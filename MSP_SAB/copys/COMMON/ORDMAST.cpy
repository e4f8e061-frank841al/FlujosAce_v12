      *--------------------------------------------------------------*
      * MAESTRO DE ORDENES (TODOS LOS CANALES: CORDSCLI, CPOLSFEC,   *
      * CORDSPENS, CCLISESPS COMPARTEN ESTE MISMO LAYOUT DE ORDEN).  *
      * LAS PUNTAS DE REPORTE (RREPOBK) LLEVAN LA CONTRAPARTE DE      *
      * CTPMAST EN OM-CONTRAPARTE-REPO; EN LAS DEMAS ORDENES VA EN    *
      * BLANCO.                                                      *
      * CLAVE : OM-CTAVALOR + OM-ORDEN                               *
      * FORMATO : ORDMAST                                            *
      *--------------------------------------------------------------*
      *   ASESOR COMERCIAL DE LA CUENTA AL MOMENTO DEL INGRESO
      *   (ASIGNACION CTAASES), PARA ATRIBUIR LA PRODUCCION.
          05 OM-ASESOR                   PIC  X(07).
      *   ORDEN CONDICIONADA (STOP-LOSS / TAKE-PROFIT): SE DEPOSITA
      *   EN SITUACION 'LATENTE' Y EL BARRIDO DE ACTIVACION CONDTRG
      *   (TRAS CADA CARGA RQUOLOAD O APROBACION CQUOAPRO) LA LIBERA
      *   POR LA CADENA DE GUARDAS CUANDO QM-PRECIO CRUZA EL PRECIO
      *   DE ACTIVACION EN EL SENTIDO PACTADO, SELLANDO LA FECHA Y
      *   HORA DE LA ACTIVACION Y EL PRECIO QUE LA DISPARO.
          05 OM-IND-CONDICION            PIC  X(01).
             88 OM-NO-CONDICIONADA                 VALUE SPACE.
             88 OM-ES-STOP-LOSS                    VALUE 'S'.
             88 OM-ES-TAKE-PROFIT                  VALUE 'T'.
          05 OM-PRECIO-ACTIVACION        PIC S9(08)V9(04).
          05 OM-SENTIDO-ACTIVACION       PIC  X(01).
             88 OM-ACTIVA-A-LA-BAJA                VALUE 'B'.
             88 OM-ACTIVA-AL-ALZA                  VALUE 'A'.
          05 OM-FEC-ACTIVACION           PIC  9(08).
          05 OM-HOR-ACTIVACION           PIC  9(06).
          05 OM-PRECIO-DISPARO           PIC S9(08)V9(04).
          05 OM-CONTRAPARTE-REPO         PIC  X(20).

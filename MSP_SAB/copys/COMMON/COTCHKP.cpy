      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA A LA GUARDA DE COTITULARIDAD           *
      * (COTICHK/COTITUL). DEVUELVE LOS TITULARES VIGENTES DE LA     *
      * CUENTA-VALOR CON SU PARTICIPACION Y LA REGLA DE FIRMA.       *
      * FUNCIONES:                                                   *
      *   'C' = CONSULTA DE TITULARES Y PARTICIPACIONES              *
      *   'F' = CONSULTA Y VALIDACION DE FIRMAS: BAJO REGLA CONJUNTA *
      *         CADA TITULAR VIGENTE DEBE FIGURAR ENTRE LAS FIRMAS   *
      *         PRESENTADAS (TCK-FIRMA-PRES)                         *
      * RESULTADO: 'S' CUENTA MANCOMUNADA CONFORME (PARTICIPACIONES  *
      * QUE SUMAN 100; EN 'F', FIRMAS COMPLETAS), 'X' SIN            *
      * COTITULARES (CUENTA INDIVIDUAL), 'P' LAS PARTICIPACIONES NO  *
      * SUMAN 100 (NO SE PRORRATEA), 'F' FALTA LA FIRMA DE UN        *
      * TITULAR (TCK-FIRMA-FALTANTE).                                *
      * USADO POR : CEODSTMT, RSTMTDLV, RGANCAP, CDIVPOST, CSUNATCE, *
      *             PORDCOMVAL, PORDVENVAL                           *
      * FORMATO : COTCHKP                                            *
      *--------------------------------------------------------------*
       01 TCK-PARAMETROS.
          05 TCK-FUNCION                 PIC  X(01).
             88 TCK-FN-CONSULTA                    VALUE 'C'.
             88 TCK-FN-FIRMAS                      VALUE 'F'.
          05 TCK-CTA-VALOR               PIC  X(20).
          05 TCK-FIRMAS-PRESENTADAS.
             10 TCK-FIRMA-PRES           PIC  X(07) OCCURS 10 TIMES.
          05 TCK-IND-RESULTADO           PIC  X(01).
             88 TCK-COTITULARIDAD-OK               VALUE 'S'.
             88 TCK-SIN-COTITULARES                VALUE 'X'.
             88 TCK-PORCENTAJES-NO-CUADRAN         VALUE 'P'.
             88 TCK-FALTA-FIRMA                    VALUE 'F'.
          05 TCK-REGLA-FIRMA             PIC  X(01).
             88 TCK-FIRMA-INDISTINTA               VALUE 'I'.
             88 TCK-FIRMA-CONJUNTA                 VALUE 'C'.
          05 TCK-PORC-TOTAL              PIC  9(05)V9(02).
          05 TCK-FIRMA-FALTANTE          PIC  X(07).
          05 TCK-NRO-TITULARES           PIC  9(02).
          05 TCK-TITULAR OCCURS 10 TIMES.
             10 TCK-TIPO-DOC             PIC  X(01).
             10 TCK-NUME-DOC             PIC  X(20).
             10 TCK-NOMBRE               PIC  X(80).
             10 TCK-EMAIL                PIC  X(80).
             10 TCK-FIRMA                PIC  X(07).
             10 TCK-PORCENTAJE           PIC  9(03)V9(02).

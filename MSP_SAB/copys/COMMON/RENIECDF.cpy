      *--------------------------------------------------------------*
      * ARCHIVO PERIODICO DE PERSONAS FALLECIDAS QUE REMITE RENIEC:  *
      * UN REGISTRO POR DNI CON EL NOMBRE, LA FECHA DE DEFUNCION Y   *
      * EL ACTA. LO CRUZA RDEFUNC CONTRA LOS TITULARES (CLICONT) Y   *
      * LOS APODERADOS (MANDMAST).                                   *
      * FORMATO : RENIECDF                                            *
      *--------------------------------------------------------------*
       01 RN-REGISTRO-DEFUNCION.
          05 RN-DNI                      PIC  X(08).
          05 RN-APELLIDOS-NOMBRES        PIC  X(80).
          05 RN-FEC-DEFUNCION            PIC  9(08).
          05 RN-NUM-ACTA                 PIC  X(12).
          05 FILLER                      PIC  X(12).

      *--------------------------------------------------------------*
      * ESTADO ANUAL DE COSTOS Y GASTOS POR CUENTA-VALOR (RCOSTANU), *
      * IMPORTES EN SOLES. CONSERVA AL INICIO EL ENCABEZADO DEL      *
      * ESTADO DE CUENTA CONSOLIDADO (CUENTA-VALOR Y CLIENTE) PARA   *
      * QUE LO DESPACHE RSTMTDLV CON SU TARJETA EN 'A'.              *
      * CE-PORCENTAJE ES EL COSTO TOTAL SOBRE EL PATRIMONIO PROMEDIO *
      * DEL EJERCICIO (CUSTACUM).                                    *
      * FORMATO : COSTEST                                             *
      *--------------------------------------------------------------*
       01 CE-REGISTRO-ESTADO.
          05 CE-CTAVALOR                 PIC  X(20).
          05 FILLER                      PIC  X(01).
          05 CE-CLIENTE                  PIC  X(40).
          05 CE-ANIO                     PIC  9(04).
          05 CE-COMISION-SAB             PIC S9(12)V9(02).
          05 CE-GASTO-TERCEROS           PIC S9(12)V9(02).
          05 CE-CUSTODIA                 PIC S9(12)V9(02).
          05 CE-INTERES-CREDITO          PIC S9(12)V9(02).
          05 CE-SPREAD-CAMBIO            PIC S9(12)V9(02).
          05 CE-INTERES-NO-PAGADO        PIC S9(12)V9(02).
          05 CE-COSTO-TOTAL              PIC S9(12)V9(02).
          05 CE-ACTIVO-PROMEDIO          PIC S9(15)V9(02).
          05 CE-PORCENTAJE               PIC  9(03)V9(02).
          05 FILLER                      PIC  X(15).

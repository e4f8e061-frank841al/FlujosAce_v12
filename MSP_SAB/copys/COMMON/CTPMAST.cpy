      *--------------------------------------------------------------*
      * MAESTRO DE CONTRAPARTES (OTRAS SAB E INSTITUCIONES) CON LAS  *
      * QUE LA CASA MANTIENE OPERACIONES EXTRABURSATILES (OTCMAST),  *
      * PUNTAS PLAZO DE REPORTE (ORDMAST, RREPOBK) Y PRESTAMOS DE    *
      * VALORES (PRSTMAST), CON SUS LIMITES APROBADOS DE EXPOSICION  *
      * EN SOLES, POR PRODUCTO Y EN TOTAL. LO MANTIENE CCTPMNT; UN   *
      * LIMITE DE PRODUCTO EN CERO DEJA A LA CONTRAPARTE SIN OPERAR  *
      * ESE PRODUCTO. LA EXPOSICION CALCULADA LA RECALCULA CADA      *
      * NOCHE RCTPUTIL DESDE LOS LIBROS DE ORIGEN; LA INTRADIA LA    *
      * ACUMULA LA GUARDA CTPCHK CON CADA OPERACION NUEVA REGISTRADA *
      * DESDE ESE CALCULO Y RCTPUTIL LA VUELVE A CERO. PRODUCTOS     *
      * (INDICE DE LAS TABLAS): 1 OTC, 2 REPORTE, 3 PRESTAMO DE      *
      * VALORES.                                                     *
      * CLAVE : CP-CONTRAPARTE                                        *
      * FORMATO : CTPMAST                                             *
      *--------------------------------------------------------------*
       01 CP-REGISTRO-CONTRAPARTE.
          05 CP-CONTRAPARTE              PIC  X(20).
          05 CP-NOMBRE                   PIC  X(40).
          05 CP-TIPO                     PIC  X(01).
             88 CP-ES-SAB                          VALUE 'S'.
             88 CP-ES-INSTITUCION                  VALUE 'I'.
             88 CP-TIPO-VALIDO                     VALUE 'S' 'I'.
          05 CP-ESTADO                   PIC  X(01).
             88 CP-ACTIVA                          VALUE 'A'.
             88 CP-SUSPENDIDA                      VALUE 'S'.
             88 CP-DADA-DE-BAJA                    VALUE 'X'.
          05 CP-LIMITE-TOTAL             PIC  9(13)V9(02).
          05 CP-LIMITE-PRODUCTO          PIC  9(13)V9(02)
                                         OCCURS 3 TIMES.
          05 CP-FEC-ALTA                 PIC  9(08).
          05 CP-USU-MODIF                PIC  X(07).
          05 CP-FEC-MODIF                PIC  9(08).
          05 CP-EXPOSICION-CALCULADA     PIC S9(13)V9(02)
                                         OCCURS 3 TIMES.
          05 CP-FEC-CALCULO              PIC  9(08).
          05 CP-EXPOSICION-INTRADIA      PIC S9(13)V9(02)
                                         OCCURS 3 TIMES.

      *--------------------------------------------------------------*
      * CERTIFICADO DE RETENCION SUNAT POR COMISIONES DE POLIZA, UNA *
      * LINEA POR POLIZA, EMITIDO POR CSUNATCE. EN LA CUENTA         *
      * MANCOMUNADA (COTITUL) SE EMITE UN CERTIFICADO POR TITULAR    *
      * CON SU PARTE DEL IMPORTE SEGUN SU PARTICIPACION; EN LA       *
      * INDIVIDUAL LA PARTICIPACION ES 100.                          *
      * FORMATO : SUNATCER                                            *
      *--------------------------------------------------------------*
       01 SC-CERTIFICADO-RETENCION.
          05 SC-IMPORTE-AFECTO            PIC S9(12)V9(02).
          05 SC-TASA-RETENCION            PIC  9(01)V9(04).
          05 SC-IMPORTE-RETENIDO          PIC S9(12)V9(02).
          05 SC-PORC-PARTICIPACION        PIC  9(03)V9(02).

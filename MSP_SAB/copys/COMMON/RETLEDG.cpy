      *--------------------------------------------------------------*
      * LIBRO DE RETENCIONES DE IMPUESTO AL DIVIDENDO, UNA LINEA POR *
      * PAGO ABONADO CON RETENCION (CDIVPOST), ACUMULABLE POR        *
      * CLIENTE Y PERIODO. EN LA CUENTA MANCOMUNADA (COTITUL) EL     *
      * PAGO SE PRORRATEA EN UNA LINEA POR TITULAR CON SU DOCUMENTO  *
      * Y PARTICIPACION; EN LA INDIVIDUAL EL DOCUMENTO VA EN BLANCO  *
      * Y LA PARTICIPACION EN 100. EL RESUMEN MENSUAL DE REMESA A    *
      * SUNAT LO ARMA RRETSUM DESDE ESTE ARCHIVO.                    *
      * FORMATO : RETLEDG                                             *
      *--------------------------------------------------------------*
       01 RT-REGISTRO-RETENCION.
          05 RT-IMPORTE-BRUTO            PIC S9(12)V9(02).
          05 RT-TASA-RETENCION           PIC  9(03)V9(02).
          05 RT-IMPORTE-RETENIDO         PIC S9(12)V9(02).
          05 RT-TIPO-DOC                 PIC  X(01).
          05 RT-NUME-DOC                 PIC  X(20).
          05 RT-PORC-PARTICIPACION       PIC  9(03)V9(02).

      *--------------------------------------------------------------*
      * PROPUESTAS DE BLOQUEO POR SUCESION GENERADAS POR EL CRUCE    *
      * CON EL ARCHIVO DE FALLECIDOS DE RENIEC (RDEFUNC): UNA POR    *
      * CUENTA-VALOR DEL TITULAR FALLECIDO (VINCULO 'T', FIRMA EN    *
      * BLANCO) Y UNA POR MANDATO VIGENTE DEL APODERADO FALLECIDO    *
      * (VINCULO 'A'). NADA SE BLOQUEA HASTA QUE LEGAL LA CONFIRMA   *
      * EN CDEFCONF: EL TITULAR RECIBE LA AFECTACION DE SUCESION EN  *
      * LEGHOLD (CLEGHOLD) Y SE SUSPENDEN LOS MANDATOS DE LA CUENTA; *
      * EL APODERADO, SOLO SU MANDATO. LA PROPUESTA DESCARTADA       *
      * GUARDA EL MOTIVO Y NO SE VUELVE A PROPONER. DF-IND-REPORTADO *
      * MARCA LA RESOLUCION YA LISTADA POR RDEFUNC.                  *
      * CLAVE : DF-CLAVE (DF-NUME-DOC + DF-CTAVALOR + DF-FIRMA)       *
      * FORMATO : DEFPROP                                             *
      *--------------------------------------------------------------*
       01 DF-REGISTRO-PROPUESTA.
          05 DF-CLAVE.
             10 DF-NUME-DOC              PIC  X(20).
             10 DF-CTAVALOR              PIC  X(20).
             10 DF-FIRMA                 PIC  X(07).
          05 DF-VINCULO                  PIC  X(01).
             88 DF-ES-TITULAR                      VALUE 'T'.
             88 DF-ES-APODERADO                    VALUE 'A'.
          05 DF-NOMBRE                   PIC  X(80).
          05 DF-FEC-DEFUNCION            PIC  9(08).
          05 DF-NUM-ACTA                 PIC  X(12).
          05 DF-FEC-PROPUESTA            PIC  9(08).
          05 DF-ESTADO                   PIC  X(01).
             88 DF-PENDIENTE                       VALUE 'P'.
             88 DF-CONFIRMADA                      VALUE 'C'.
             88 DF-DESCARTADA                      VALUE 'D'.
          05 DF-FEC-RESOLUCION           PIC  9(08).
          05 DF-USU-RESOLUCION           PIC  X(07).
          05 DF-MOTIVO                   PIC  X(40).
          05 DF-HOLD                     PIC  9(03).
          05 DF-MANDATOS-SUSP            PIC  9(03).
          05 DF-IND-REPORTADO            PIC  X(01).
             88 DF-YA-REPORTADA                    VALUE 'S'.

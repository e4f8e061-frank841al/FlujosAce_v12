      *--------------------------------------------------------------*
      * CONSENTIMIENTO DEL TITULAR PARA EL TRATAMIENTO DE SUS DATOS  *
      * PERSONALES (LEY 29733), UNO POR PERSONA: INDICADOR, FECHA EN *
      * QUE LO OTORGO O NEGO, CUENTA Y PROCESO QUE LO REGISTRO. LO   *
      * GRABA LA APERTURA DE CUENTAS (CCLIALTA) CON LO DECLARADO EN  *
      * LA SOLICITUD; FORMA PARTE DEL EXTRACTO DE ACCESO (RDATPEXT)  *
      * Y RDATPANO LO DEJA BAJO EL SEUDONIMO.                        *
      * CLAVE : DC-CLAVE (DC-TIPO-DOC + DC-NUME-DOC)                  *
      * FORMATO : DATPCONS                                            *
      *--------------------------------------------------------------*
       01 DC-REGISTRO-CONSENTIMIENTO.
          05 DC-CLAVE.
             10 DC-TIPO-DOC              PIC  X(01).
             10 DC-NUME-DOC              PIC  X(20).
          05 DC-IND-CONSENTIMIENTO       PIC  X(01).
             88 DC-CON-CONSENTIMIENTO              VALUE 'S'.
             88 DC-SIN-CONSENTIMIENTO              VALUE 'N'.
          05 DC-FEC-CONSENTIMIENTO       PIC  9(08).
          05 DC-CTA-VALOR                PIC  X(20).
          05 DC-ORIGEN                   PIC  X(08).
          05 DC-FEC-REGISTRO             PIC  9(08).

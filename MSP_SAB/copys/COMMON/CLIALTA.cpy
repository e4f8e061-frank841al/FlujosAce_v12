      * ONBOARDING), UNA LINEA POR POSTULANTE, PROCESADO POR         *
      * CCLIALTA: VALIDA DOCUMENTO Y CONTACTO, EXIGE PERFIL DE       *
      * RIESGO INICIAL Y CREA CLICONT Y RISKMAST JUNTOS.             *
      * TRAE ADEMAS EL CONSENTIMIENTO PARA EL TRATAMIENTO DE DATOS   *
      * PERSONALES (LEY 29733) QUE CCLIALTA REGISTRA EN DATPCONS.    *
      * FORMATO : CLIALTA                                             *
      *--------------------------------------------------------------*
       01 AL-REGISTRO-SOLICITUD.
          05 AL-TIN                      PIC  X(20).
          05 AL-IND-US-PERSON            PIC  X(01).
          05 AL-FEC-AUTOCERT             PIC  9(08).
      *   CONSENTIMIENTO DE TRATAMIENTO DE DATOS PERSONALES ('S' /
      *   'N') Y FECHA EN QUE SE FIRMO.
          05 AL-IND-CONSENTIMIENTO       PIC  X(01).
          05 AL-FEC-CONSENTIMIENTO       PIC  9(08).

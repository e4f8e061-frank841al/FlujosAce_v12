      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA A LA EXCEPCION SUPERVISADA DE GUARDAS  *
      * BLANDAS AL INGRESO DE ORDENES (OVRCHK). EL LLAMADOR PASA EL  *
      * RECHAZO RECIEN PRODUCIDO Y LOS DATOS DE AUTORIZACION DE LA   *
      * ENTRADA; SI EL RESULTADO ES 'S' LA ORDEN SIGUE SU CADENA DE  *
      * GUARDAS. EL MISMO BLOQUE, CON LA EXCEPCION AUTORIZADA, ES EL *
      * QUE RECIBE EL GRABADOR ORDOVRW AL ACEPTARSE LA ORDEN.        *
      * MOTIVOS:                                                     *
      *   'ILQ' = VALOR ILIQUIDO O DE NEGOCIACION ESPORADICA         *
      *   'CIF' = CONSENTIMIENTO INFORMADO FIRMADO POR EL CLIENTE    *
      *   'INS' = INSTRUCCION EXPRESA Y DOCUMENTADA DEL CLIENTE      *
      *   'LIM' = EXCESO DE LIMITE APROBADO POR LA GERENCIA          *
      *   'OTR' = OTRO (EXIGE COMENTARIO)                            *
      * USADO POR : PORDCOMVAL, PORDVENVAL, ORDOVRW                  *
      * FORMATO : OVRCHKP                                             *
      *--------------------------------------------------------------*
       01 OVR-PARAMETROS.
          05 OVR-PROGRAMA                PIC  X(08).
          05 OVR-ORDEN                   PIC  9(09).
          05 OVR-CTA-VALOR               PIC  X(20).
          05 OVR-NEMONICO                PIC  X(10).
          05 OVR-COD-ERROR-DEV           PIC  X(07).
          05 OVR-VAR1                    PIC  X(20).
          05 OVR-VAR2                    PIC  X(20).
          05 OVR-USU-ORDEN               PIC  X(07).
          05 OVR-USU-AUTORIZA            PIC  X(07).
          05 OVR-CANAL                   PIC  X(01).
          05 OVR-MOTIVO                  PIC  X(03).
             88 OVR-MOTIVO-VALIDO                  VALUE 'ILQ' 'CIF'
                                                         'INS' 'LIM'
                                                         'OTR'.
             88 OVR-MOTIVO-OTRO                    VALUE 'OTR'.
          05 OVR-COMENTARIO              PIC  X(40).
          05 OVR-IND-RESULTADO           PIC  X(01).
             88 OVR-EXCEPTUADA                     VALUE 'S'.
             88 OVR-NO-EXCEPTUABLE                 VALUE 'N'.
             88 OVR-SIN-AUTORIZACION               VALUE 'A'.
             88 OVR-MOTIVO-INVALIDO                VALUE 'M'.

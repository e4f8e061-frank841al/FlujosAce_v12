      *--------------------------------------------------------------*
      * SEGUIMIENTO DE LAS CONFIRMACIONES DE SALDOS A LA AUDITORIA   *
      * EXTERNA (CIRCULARIZACION): UN REGISTRO POR CUENTA-VALOR Y    *
      * FECHA DE CORTE. RCIRCEXT LO CREA AL EMITIR LA CARTA ('E'     *
      * ENVIADA, O 'N' NO EMITIDA SI LA CUENTA NO TIENE IDENTIDAD EN *
      * EODCLI); CCIRCMNT REGISTRA LA RESPUESTA DE LA AUDITORIA ('R' *
      * RESPONDIDA CONFORME, 'D' DISCREPANTE CON EL DETALLE DE LA    *
      * DIFERENCIA) Y RCIRCPEN REPORTA LAS PENDIENTES Y LAS          *
      * DISCREPANTES.                                                *
      * CLAVE : CRM-CLAVE (CRM-CTAVALOR + CRM-FECHA-CORTE)            *
      * FORMATO : CIRCMAST                                            *
      *--------------------------------------------------------------*
       01 CRM-REGISTRO-CIRCULARIZACION.
          05 CRM-CLAVE.
             10 CRM-CTAVALOR             PIC  X(20).
             10 CRM-FECHA-CORTE          PIC  9(08).
          05 CRM-AUDITORA                PIC  X(30).
          05 CRM-REF-MUESTRA             PIC  X(12).
          05 CRM-ESTADO                  PIC  X(01).
             88 CRM-ENVIADA                        VALUE 'E'.
             88 CRM-RESPONDIDA                     VALUE 'R'.
             88 CRM-DISCREPANTE                    VALUE 'D'.
             88 CRM-NO-EMITIDA                     VALUE 'N'.
          05 CRM-FEC-ENVIO               PIC  9(08).
          05 CRM-FEC-RESPUESTA           PIC  9(08).
          05 CRM-TOT-TENENCIAS           PIC  9(03).
          05 CRM-TOT-MONEDAS             PIC  9(02).
          05 CRM-DETALLE-DISCREPANCIA    PIC  X(60).
          05 CRM-USU-ULT-CAMBIO          PIC  X(07).
          05 CRM-FEC-ULT-CAMBIO          PIC  9(08).

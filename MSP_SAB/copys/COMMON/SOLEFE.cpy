      * (EXTRACTO NOCTURNO RSOLEXT HACIA EL BANCO) -> ABONADA        *
      * (CONFIRMACION DEL BANCO, CONTABILIZA EFEPOST). LA SOLICITUD  *
      * RECHAZADA QUEDA EN EL MAESTRO PARA CONSULTA.                 *
      * EL RETIRO INGRESADO DENTRO DEL PERIODO DE ENFRIAMIENTO DE UN *
      * CAMBIO DE CONTACTO NACE RETENIDA Y PASA A SOLICITADA SOLO    *
      * CUANDO UN SUPERVISOR LO LIBERA.                              *
      * EL RETIRO DE UNA CUENTA DE RIESGO AML ALTO (AMLRATE) POR     *
      * ENCIMA DE AML-RET-EDD QUEDA PEND-CUMPL HASTA EL VISTO BUENO  *
      * DE CUMPLIMIENTO; SI ADEMAS ESTABA EN ENFRIAMIENTO, PASA A    *
      * PEND-CUMPL AL SER LIBERADO.                                  *
      * CLAVE : SL-CLAVE (SL-CTAVALOR + SL-SOLICITUD)                 *
      * FORMATO : SOLEFE                                              *
      *--------------------------------------------------------------*
             88 SL-ENVIADA                         VALUE 'ENVIADA'.
             88 SL-ABONADA                         VALUE 'ABONADA'.
             88 SL-RECHAZADA                       VALUE 'RECHAZADA'.
             88 SL-RETENIDA                        VALUE 'RETENIDA'.
             88 SL-PEND-CUMPLIMIENTO               VALUE 'PEND-CUMPL'.
          05 SL-BANCO-DESTINO            PIC  X(11).
          05 SL-CTA-BANCARIA             PIC  X(20).
          05 SL-FEC-SOLICITUD            PIC  X(10).

      *--------------------------------------------------------------*
      * ULTIMO CAMBIO DE DATOS DE CONTACTO POR CUENTA-VALOR, GRABADO *
      * POR CCLICMNT EN CADA CUENTA DEL CLIENTE. CSOLEFE LO CONSULTA *
      * EN EL ALTA DE UN RETIRO: DENTRO DEL PERIODO DE ENFRIAMIENTO  *
      * (PARMMAST CONT-DIASENF) EL RETIRO QUEDA RETENIDO HASTA QUE   *
      * UN SUPERVISOR LO LIBERE.                                     *
      * CLAVE : CQ-CTA-VALOR                                          *
      * FORMATO : CONTCAMB                                            *
      *--------------------------------------------------------------*
       01 CQ-REGISTRO-CAMBIO.
          05 CQ-CTA-VALOR                PIC  X(20).
          05 CQ-TIPO-DOC                 PIC  X(01).
          05 CQ-NUME-DOC                 PIC  X(20).
          05 CQ-FEC-CAMBIO               PIC  9(08).
          05 CQ-HOR-CAMBIO               PIC  9(08).
          05 CQ-USU-CAMBIO               PIC  X(07).

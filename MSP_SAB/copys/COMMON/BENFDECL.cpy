      *--------------------------------------------------------------*
      * EXTRACTO ANUAL PARA LA DECLARACION DE BENEFICIARIO FINAL A   *
      * SUNAT, GENERADO POR RBENFDEC: UN REGISTRO POR BENEFICIARIO   *
      * DE CADA EMPRESA CLIENTE QUE ESTUVO VIGENTE EN ALGUN MOMENTO  *
      * DEL PERIODO DECLARADO, CON LA RAZON SOCIAL DE CLICONT.       *
      * FORMATO : BENFDECL                                            *
      *--------------------------------------------------------------*
       01 BX-REGISTRO-DECLARACION.
          05 BX-PERIODO                  PIC  9(04).
          05 BX-RUC-EMPRESA              PIC  X(20).
          05 BX-RAZON-SOCIAL             PIC  X(80).
          05 BX-TIPO-DOC                 PIC  X(01).
          05 BX-NUME-DOC                 PIC  X(20).
          05 BX-NOMBRE                   PIC  X(80).
          05 BX-NACIONALIDAD             PIC  X(02).
          05 BX-PAIS-RESIDENCIA          PIC  X(02).
          05 BX-FEC-NACIMIENTO           PIC  9(08).
          05 BX-PORCENTAJE               PIC  9(03)V9(02).
          05 BX-TIPO-CONTROL             PIC  X(01).
          05 BX-FEC-INICIO               PIC  9(08).
          05 BX-FEC-FIN                  PIC  9(08).

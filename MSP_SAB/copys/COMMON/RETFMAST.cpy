      *--------------------------------------------------------------*
      * CONVENIOS DE RETROCESION CON LAS SOCIEDADES ADMINISTRADORAS  *
      * DE FONDOS MUTUOS: POR CADA FONDO (FONDMAST) LA               *
      * ADMINISTRADORA QUE PAGA, LA TASA ANUAL PACTADA SOBRE EL      *
      * SALDO DE NUESTROS CLIENTES VALORIZADO AL NAV, LA BASE DE     *
      * DIAS Y LA VIGENCIA (HASTA CERO = INDEFINIDA). LO USAN        *
      * RRETFDEV (DEVENGO DIARIO), RRETFEST (ESTADO MENSUAL) Y       *
      * RRETFCOB (COBRO).                                            *
      * CLAVE : RF-FONDO                                              *
      * FORMATO : RETFMAST                                            *
      *--------------------------------------------------------------*
       01 RF-REGISTRO-CONVENIO.
          05 RF-FONDO                    PIC  X(10).
          05 RF-GESTORA                  PIC  X(08).
          05 RF-NOMBRE-GESTORA           PIC  X(40).
          05 RF-TASA-ANUAL               PIC  9(02)V9(04).
          05 RF-BASE-DIAS                PIC  9(03).
          05 RF-FEC-VIGENCIA-DESDE       PIC  9(08).
          05 RF-FEC-VIGENCIA-HASTA       PIC  9(08).
          05 RF-ESTADO                   PIC  X(01).
             88 RF-ACTIVO                          VALUE 'A'.
             88 RF-INACTIVO                        VALUE 'I'.

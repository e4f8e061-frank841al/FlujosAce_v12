      *--------------------------------------------------------------*
      * ACUSE DE ENTREGA DEL ARCHIVO DIARIO INSTITUCIONAL DEVUELTO   *
      * POR EL CONECTOR DE TRANSFERENCIA, UNA LINEA POR CLIENTE Y    *
      * FECHA ENVIADOS: 'OK' ENTREGADO EN EL BUZON DEL CLIENTE O     *
      * 'ER' RECHAZADO CON EL MOTIVO. LO APLICA RINSFACK SOBRE       *
      * INSTFENV.                                                    *
      * FORMATO : INSTFACK                                            *
      *--------------------------------------------------------------*
       01 IFA-REGISTRO-ACUSE.
          05 IFA-CTAVALOR                PIC  X(20).
          05 IFA-FECHA-PROCESO           PIC  9(08).
          05 IFA-RESULTADO               PIC  X(02).
             88 IFA-ENTREGADO                      VALUE 'OK'.
             88 IFA-RECHAZADO                      VALUE 'ER'.
          05 IFA-FECHA-ACUSE             PIC  9(08).
          05 IFA-MOTIVO                  PIC  X(40).
          05 FILLER                      PIC  X(02).

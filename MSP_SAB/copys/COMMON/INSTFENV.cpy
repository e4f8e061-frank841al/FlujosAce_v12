      *--------------------------------------------------------------*
      * CONTROL DE ENTREGA DEL ARCHIVO DIARIO INSTITUCIONAL, UNO POR *
      * CUENTA-VALOR Y FECHA DE PROCESO. RINSFEED LO DEJA 'G'        *
      * GENERADO AL ARMAR EL ARCHIVO DEL CLIENTE; RINSFACK APLICA EL *
      * ACUSE DEL CONECTOR DE TRANSFERENCIA ('E' ENTREGADO O 'F'     *
      * FALLIDO CON SU MOTIVO) Y REPORTA LOS FALLIDOS Y LOS QUE      *
      * SIGUEN SIN ACUSE. EL CLIENTE PUEDE PEDIR EL REENVIO DE       *
      * CUALQUIER FECHA POR CINSFMNT ('R'); RINSFEED LO VUELVE A     *
      * ENVIAR DESDE EL ARCHIVO HISTORICO INSTFHIS.                  *
      * CLAVE : IFE-CLAVE (IFE-CTAVALOR + IFE-FECHA-PROCESO)          *
      * FORMATO : INSTFENV                                            *
      *--------------------------------------------------------------*
       01 IFE-REGISTRO-ENVIO.
          05 IFE-CLAVE.
             10 IFE-CTAVALOR             PIC  X(20).
             10 IFE-FECHA-PROCESO        PIC  9(08).
          05 IFE-ESTADO                  PIC  X(01).
             88 IFE-GENERADO                       VALUE 'G'.
             88 IFE-ENTREGADO                      VALUE 'E'.
             88 IFE-FALLIDO                        VALUE 'F'.
             88 IFE-REENVIO-SOLICITADO             VALUE 'R'.
          05 IFE-REGISTROS               PIC  9(07).
          05 IFE-HASH-IMPORTES           PIC S9(15)V9(02).
          05 IFE-FEC-GENERACION          PIC  9(08).
          05 IFE-NRO-ENVIOS              PIC  9(03).
          05 IFE-FEC-ULT-ENVIO           PIC  9(08).
          05 IFE-FEC-ACUSE               PIC  9(08).
          05 IFE-MOTIVO-FALLO            PIC  X(40).
          05 IFE-USU-ULT-CAMBIO          PIC  X(07).
          05 IFE-FEC-ULT-CAMBIO          PIC  9(08).

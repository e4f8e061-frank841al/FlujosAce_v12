      *--------------------------------------------------------------*
      * MAESTRO CENTRAL DE PARAMETROS DE CONTROL CON VIGENCIA: UN    *
      * REGISTRO POR CODIGO DE PARAMETRO Y FECHA DESDE LA QUE RIGE   *
      * SU VALOR. LO MANTIENE CPARMMNT CON DOBLE FIRMA (EL ALTA      *
      * QUEDA PENDIENTE Y SOLO EL APROBADO RIGE); LOS PROGRAMAS LO   *
      * LEEN AL INICIO VIA PARMCHK, QUE DEVUELVE EL VALOR APROBADO   *
      * DE VIGENCIA MAS RECIENTE NO POSTERIOR A LA FECHA PEDIDA. SIN *
      * REGISTRO APROBADO EL PROGRAMA CONSERVA SU VALOR POR DEFECTO. *
      * CLAVE : PM-CLAVE (COD-PARAMETRO + FEC-VIGENCIA)               *
      * FORMATO : PARMMAST                                            *
      *--------------------------------------------------------------*
       01 PM-REGISTRO-PARAMETRO.
          05 PM-CLAVE.
             10 PM-COD-PARAMETRO         PIC  X(12).
             10 PM-FEC-VIGENCIA          PIC  9(08).
          05 PM-VALOR                    PIC S9(12)V9(04).
          05 PM-DESCRIPCION              PIC  X(50).
          05 PM-USU-INGRESO              PIC  X(07).
          05 PM-FEC-INGRESO              PIC  9(08).
          05 PM-USU-APROBADOR            PIC  X(07).
          05 PM-FEC-APROBACION           PIC  9(08).
          05 PM-ESTADO                   PIC  X(10).
             88 PM-PENDIENTE                       VALUE 'PENDIENTE'.
             88 PM-APROBADO                        VALUE 'APROBADO'.
             88 PM-RECHAZADO                       VALUE 'RECHAZADO'.

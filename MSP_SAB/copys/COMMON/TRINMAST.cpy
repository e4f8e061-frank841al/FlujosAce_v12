      *--------------------------------------------------------------*
      * MAESTRO DE TRASPASOS INTERNOS LIBRES DE PAGO ENTRE           *
      * CUENTAS-VALOR DEL MISMO TITULAR, MANTENIDO POR CTRINMNT: EL  *
      * OPERADOR INGRESA CUENTA ORIGEN, CUENTA DESTINO, NEMONICO Y   *
      * CANTIDAD; UN SEGUNDO USUARIO DISTINTO APRUEBA (MISMO ESQUEMA *
      * DE DOBLE FIRMA QUE CAJUMNT) Y RECIEN ENTONCES SE MUEVEN LOS  *
      * SALDOS DE CARTMAST CON ESPEJO CARTCLI, LOS LOTES DE LOTEMAST *
      * CON SU COSTO Y FECHA ORIGINALES Y SE ESCRIBEN LOS            *
      * MOVIMIENTOS DE SALIDA Y ENTRADA EN CATSMOV.                  *
      * CLAVE : TV-TRASPASO                                           *
      * FORMATO : TRINMAST                                            *
      *--------------------------------------------------------------*
       01 TV-REGISTRO-TRASPASO.
          05 TV-TRASPASO                 PIC  9(09).
          05 TV-CTA-ORIGEN               PIC  X(20).
          05 TV-CTA-DESTINO              PIC  X(20).
          05 TV-NEMONICO                 PIC  X(10).
          05 TV-CAN-TITULOS              PIC  9(12).
      *   DOCUMENTO DEL TITULAR COMUN A AMBAS CUENTAS (EODCLI).
          05 TV-TIPO-DOC                 PIC  X(01).
          05 TV-NUME-DOC                 PIC  X(20).
          05 TV-DESCRIPCION              PIC  X(50).
          05 TV-COSTO-TRASLADADO         PIC S9(14)V9(02).
          05 TV-USU-INGRESO              PIC  X(07).
          05 TV-FEC-INGRESO              PIC  9(08).
          05 TV-USU-APROBADOR            PIC  X(07).
          05 TV-FEC-APROBACION           PIC  9(08).
          05 TV-ESTADO                   PIC  X(10).
             88 TV-PENDIENTE                       VALUE 'PENDIENTE'.
             88 TV-APLICADO                        VALUE 'APLICADO'.
             88 TV-RECHAZADO                       VALUE 'RECHAZADO'.

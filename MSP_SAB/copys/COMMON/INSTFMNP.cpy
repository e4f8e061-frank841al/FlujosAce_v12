      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA AL MANTENIMIENTO DE LA SUSCRIPCION AL  *
      * ARCHIVO DIARIO INSTITUCIONAL (CINSFMNT/INSTFSUS). FUNCIONES: *
      * 'A' = ALTA CON FORMATO Y DESTINO; 'M' = MODIFICAR FORMATO    *
      * Y/O DESTINO (EL CAMPO EN BLANCO NO SE CAMBIA); 'S' =         *
      * SUSPENDER; 'H' = HABILITAR LA SUSPENDIDA; 'R' = REENVIO DEL  *
      * ARCHIVO DE LA FECHA IFM-FECHA-REENVIO; 'C' = CONSULTA, QUE   *
      * DEVUELVE ADEMAS EL ESTADO DE ENTREGA DE IFM-FECHA-REENVIO SI *
      * VIENE INFORMADA.                                             *
      * FORMATO : INSTFMNP                                            *
      *--------------------------------------------------------------*
       01 IFM-PARAMETROS.
          05 IFM-FUNCION                 PIC  X(01).
             88 IFM-FN-ALTA                        VALUE 'A'.
             88 IFM-FN-MODIFICAR                   VALUE 'M'.
             88 IFM-FN-SUSPENDER                   VALUE 'S'.
             88 IFM-FN-HABILITAR                   VALUE 'H'.
             88 IFM-FN-REENVIO                     VALUE 'R'.
             88 IFM-FN-CONSULTA                    VALUE 'C'.
          05 IFM-CTA-VALOR               PIC  X(20).
          05 IFM-FORMATO                 PIC  X(01).
          05 IFM-DESTINO                 PIC  X(60).
          05 IFM-FECHA-REENVIO           PIC  9(08).
          05 IFM-USUARIO                 PIC  X(07).
          05 IFM-CANAL                   PIC  X(01).
          05 IFM-TERMINAL                PIC  X(08).
          05 IFM-ESTADO-RESULTANTE       PIC  X(01).
          05 IFM-ESTADO-ENVIO            PIC  X(01).
          05 IFM-COD-RETORNO             PIC  X(02).
          05 IFM-COD-ERROR-DEV           PIC  X(07).

      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA AL MANTENIMIENTO DE ACUERDOS DE        *
      * COMISION NEGOCIADOS (CCOMNMNT/COMNEGO). FUNCIONES: 'A' =     *
      * REGISTRO DE LA LINEA DEL ACUERDO (ALTA O RENEGOCIACION, QUE  *
      * REEMPLAZA A LA ANTERIOR); 'N' = ANULACION; 'C' = CONSULTA.   *
      * FORMATO : COMNMNTP                                            *
      *--------------------------------------------------------------*
       01 CNP-PARAMETROS.
          05 CNP-FUNCION                 PIC  X(01).
             88 CNP-FN-REGISTRAR                   VALUE 'A'.
             88 CNP-FN-ANULAR                      VALUE 'N'.
             88 CNP-FN-CONSULTA                    VALUE 'C'.
          05 CNP-CTA-VALOR               PIC  X(20).
          05 CNP-TIPO-INSTRUMENTO        PIC  X(01).
          05 CNP-CODCOM                  PIC  9(02).
          05 CNP-PORCEN                  PIC  9(05)V9(04).
          05 CNP-FEC-DESDE               PIC  9(08).
          05 CNP-FEC-HASTA               PIC  9(08).
          05 CNP-REFERENCIA              PIC  X(20).
          05 CNP-USU-OPERADOR            PIC  X(07).
          05 CNP-CANAL                   PIC  X(01).
          05 CNP-TERMINAL                PIC  X(08).
          05 CNP-DESCRI                  PIC  X(15).
          05 CNP-ESTADO-RESULTANTE       PIC  X(01).
          05 CNP-COD-RETORNO             PIC  X(02).
          05 CNP-COD-ERROR-DEV           PIC  X(07).

      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA AL MANTENIMIENTO DEL REGISTRO DE       *
      * COTITULARES (CCOTIMNT/COTITUL).                              *
      * FUNCIONES:                                                   *
      *   'A' = ALTA DEL TITULAR EN LA CUENTA-VALOR                  *
      *   'M' = MODIFICACION DE SUS DATOS, CORREO, FIRMA O           *
      *         PARTICIPACION                                        *
      *   'B' = BAJA DEL TITULAR                                     *
      *   'R' = CAMBIO DE LA REGLA DE FIRMA DE LA CUENTA (SE APLICA  *
      *         A TODOS SUS TITULARES VIGENTES)                      *
      *   'C' = CONSULTA                                             *
      * REGLA DE FIRMA: 'I' INDISTINTA, 'C' CONJUNTA. EN EL ALTA SE  *
      * TOMA LA REGLA INFORMADA SOLO SI ES EL PRIMER TITULAR; LOS    *
      * SIGUIENTES HEREDAN LA DE LA CUENTA.                          *
      * TCP-PORC-TOTAL Y TCP-NRO-TITULARES DEVUELVEN LA SUMA DE      *
      * PARTICIPACIONES Y LA CANTIDAD DE TITULARES VIGENTES.         *
      * FORMATO : COTMNTP                                            *
      *--------------------------------------------------------------*
       01 TCP-PARAMETROS.
          05 TCP-FUNCION                 PIC  X(01).
             88 TCP-FN-ALTA                        VALUE 'A'.
             88 TCP-FN-MODIFICAR                   VALUE 'M'.
             88 TCP-FN-BAJA                        VALUE 'B'.
             88 TCP-FN-REGLA                       VALUE 'R'.
             88 TCP-FN-CONSULTA                    VALUE 'C'.
          05 TCP-CTA-VALOR               PIC  X(20).
          05 TCP-TIPO-DOC                PIC  X(01).
          05 TCP-NUME-DOC                PIC  X(20).
          05 TCP-NOMBRE                  PIC  X(80).
          05 TCP-EMAIL                   PIC  X(80).
          05 TCP-FIRMA                   PIC  X(07).
          05 TCP-PORCENTAJE              PIC  9(03)V9(02).
          05 TCP-REGLA-FIRMA             PIC  X(01).
          05 TCP-USU-OPERADOR            PIC  X(07).
          05 TCP-CANAL                   PIC  X(01).
          05 TCP-TERMINAL                PIC  X(08).
          05 TCP-PORC-TOTAL              PIC  9(05)V9(02).
          05 TCP-NRO-TITULARES           PIC  9(02).
          05 TCP-ESTADO-RESULTANTE       PIC  X(01).
          05 TCP-COD-RETORNO             PIC  X(02).
          05 TCP-COD-ERROR-DEV           PIC  X(07).

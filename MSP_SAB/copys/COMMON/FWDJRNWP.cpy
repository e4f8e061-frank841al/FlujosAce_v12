      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA AL GRABADOR DE LA BITACORA DE          *
      * RECUPERACION HACIA ADELANTE (FWDJRNW). EL LLAMADOR PASA EL   *
      * MAESTRO, LA OPERACION Y EL REGISTRO TAL COMO QUEDO GRABADO;  *
      * LA SECUENCIA, LA FECHA Y LA HORA LAS PONE EL SERVICIO Y LA   *
      * SECUENCIA ASIGNADA SE DEVUELVE EN FJW-SECUENCIA.             *
      * FORMATO : FWDJRNWP                                            *
      *--------------------------------------------------------------*
       01 FJW-PARAMETROS.
          05 FJW-MAESTRO                 PIC  X(08).
          05 FJW-PROGRAMA                PIC  X(08).
          05 FJW-OPERACION               PIC  X(01).
          05 FJW-IMAGEN                  PIC  X(260).
          05 FJW-SECUENCIA               PIC  9(09).

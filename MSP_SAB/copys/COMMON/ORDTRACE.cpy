      * POR ETAPA CUMPLIDA CON SU SELLO DE FECHA Y HORA: CAPTURA     *
      * (PORDCOMVAL/PORDVENVAL), TRANSMISION A LA BOLSA (RORDNEGB),  *
      * APLICACION DE LA EJECUCION (CEJECAP) E INSTRUCCION AL        *
      * CUSTODIO (RCUSTSET). LA ORDEN CONDICIONADA AGREGA EL HITO DE *
      * ACTIVACION (DISPARO DEL PRECIO, CONDTRG). LA GRABA EL        *
      * SERVICIO ORDTRCW Y LA EXPLOTA EL REPORTE DIARIO DE LATENCIAS *
      * RORDLAT. EN LA ETAPA DE TRANSMISION LA CUENTA VALOR VIAJA EN *
      * BLANCO (NEGBATCH NO LA TRAE) Y EL CRUCE SE HACE POR NUMERO   *
      * DE ORDEN. OT-USUARIO ES EL USUARIO QUE PROVOCO EL HITO; VA   *
      * EN BLANCO EN LAS ETAPAS BATCH. LO USA TAMBIEN EL CONTROL DE  *
      * USUARIOS INACTIVOS (RUSUINAC).                               *
      * FORMATO : ORDTRACE                                            *
      *--------------------------------------------------------------*
       01 OT-REGISTRO-HITO.
             88 OT-ES-TRANSMISION                  VALUE 'T'.
             88 OT-ES-APLICACION                   VALUE 'A'.
             88 OT-ES-INSTRUCCION                  VALUE 'I'.
             88 OT-ES-ACTIVACION                   VALUE 'D'.
          05 OT-FECHA                    PIC  9(08).
          05 OT-HORA                     PIC  X(08).
          05 OT-PROGRAMA                 PIC  X(08).
          05 OT-USUARIO                  PIC  X(07).

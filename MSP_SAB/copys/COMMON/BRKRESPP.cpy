      * PASA A EN RESOLUCION) Y DEVOLUCION A ABIERTO, SIN TOCAR EL   *
      * ARCHIVO A MANO. EL CIERRE NO SE HACE POR AQUI: LO HACE       *
      * RBRKMGT CUANDO LA CONCILIACION DEJA DE DETECTAR EL QUIEBRE.  *
      * FUNCION 'K' = CASTIGO: LA DIFERENCIA QUE NO SE RECUPERA SE   *
      * INFORMA EN BRS-IMPORTE (TOTAL CASTIGADO, CON SU MONEDA) Y SE *
      * PROPONE COMO EVENTO DE PERDIDA OPERACIONAL (EVPROP); EL      *
      * ESTADO DEL QUIEBRE NO CAMBIA.                                *
      * FORMATO : BRKRESPP                                            *
      *--------------------------------------------------------------*
       01 BRS-PARAMETROS.
          05 BRS-FUNCION                 PIC  X(01).
             88 BRS-ASIGNAR                        VALUE 'A'.
             88 BRS-DEVOLVER                       VALUE 'D'.
             88 BRS-CASTIGAR                       VALUE 'K'.
          05 BRS-RESPONSABLE             PIC  X(07).
          05 BRS-USUARIO                 PIC  X(07).
          05 BRS-COD-RETORNO             PIC  X(02).
             88 BRS-QUIEBRE-CERRADO                VALUE '24'.
             88 BRS-FUNCION-INVALIDA               VALUE '25'.
             88 BRS-SIN-RESPONSABLE                VALUE '26'.
             88 BRS-SIN-IMPORTE                    VALUE '27'.
          05 BRS-IMPORTE                 PIC S9(15)V9(02).
          05 BRS-MONEDA                  PIC  X(03).

      * LINEA DE GASTOS (FEEDET) DISPUTADA, CON FECHA LIMITE DE      *
      * RESPUESTA EN DIAS HABILES (DIAHABIL). LO MANTIENE CRECLMNT;  *
      * EL BARRIDO RRECLESC ESCALA LOS CASOS POR VENCER VIA RVALUSU  *
      * Y EMITE EL EXTRACTO PERIODICO EN FORMATO SMV. LA DEVOLUCION  *
      * DE COMISION ACORDADA AL RESOLVER QUEDA EN RL-IMP-DEVOLUCION  *
      * Y SE PROPONE COMO EVENTO DE PERDIDA OPERACIONAL (EVPERD).    *
      * CLAVE : RL-RECLAMO                                            *
      * FORMATO : RECLMAST                                            *
      *--------------------------------------------------------------*
          05 RL-IND-ESCALADO             PIC  X(01).
             88 RL-ESCALADO                        VALUE 'S'.
             88 RL-SIN-ESCALAR                     VALUE 'N'.
          05 RL-IMP-DEVOLUCION           PIC S9(13)V9(02).
          05 RL-MONEDA-DEVOLUCION        PIC  X(03).

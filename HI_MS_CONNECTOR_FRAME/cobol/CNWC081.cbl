      * 22/08/2026 JQ      ALTA. LA CLAVE NUEVA SE CONVIERTE EN       * 
      *                    OFFSET NO REVERSIBLE VIA EL HSM DEL BANCO  * 
      *                    (HSMPIN) ANTES DE GUARDARSE EN TARJMAST.   * 
      * 12/10/2026 JQ      LA LINEA DE AUDITORIA LLEVA RA-IMPORTE EN  * 00021100
      *                    CERO (EL IMPORTE SOLO LO INFORMA EL        * 00021200
      *                    RETIRO RD82).                              * 00021300
      *---------------------------------------------------------------* 00022000
      *---------------------------------------------------------------* 00023000
      * MANTIENE EL MAESTRO DE TARJETA (TARJMAST) Y EL CONTROL DE     * 00024000
           MOVE WS-FECHA-FORMATEADA TO RA-FECHA                         00228000
           MOVE WS-HORA-FORMATEADA  TO RA-HORA                          00229000
           MOVE 'RD81'            TO RA-FUNCION                         
           MOVE 0                 TO RA-IMPORTE                         00229500
           OPEN EXTEND AUDITORIA-REDEX                                  00230000
           WRITE RA-REGISTRO-AUDITORIA                                  00231000
           CLOSE AUDITORIA-REDEX                                        00232000

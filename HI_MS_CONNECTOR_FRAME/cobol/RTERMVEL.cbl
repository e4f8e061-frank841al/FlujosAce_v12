      * 02/09/2026 JQ      ALTA. LOS RETIROS RD82 (CNWC082) SE      * 
      *                    SUMAN A LOS PATRONES DE VELOCIDAD,      * 
      *                    ADEMAS DE LAS VALIDACIONES RD80.        * 
      * 12/10/2026 JQ      LAS CONSULTAS DE SALDO RD83 (CNWC083)   *    00022100
      *                    TAMBIEN SE SUMAN A LOS PATRONES DE      *    00022200
      *                    VELOCIDAD: VALIDAN CLAVE COMO RD80.     *    00022300
      *---------------------------------------------------------------* 00023000
      *---------------------------------------------------------------* 00024000
      * RECORRE LA TRAZA COMPLETA DEL DIA (REDEXAUD) Y ACUMULA POR    * 00025000
           EXIT.                                                        00138000
      *---------------------------------------------------------------* 00139000
       2000-ACUMULAR-INTENTO.                                           00140000
      *    LA VALIDACION RD80, EL RETIRO RD82 Y LA CONSULTA RD83      * 00140100
      *    ALIMENTAN LOS CONTADORES DE VELOCIDAD; EL MANTENIMIENTO    * 00140200
      *    RD81 NO ES UN INTENTO DE CLAVE (LAS LINEAS SIN FUNCION SON * 00140300
      *    ANTERIORES AL MARCADOR Y SE TRATAN COMO RD80).             * 00140400
           IF RA-FUNCION NOT = 'RD80'                                   
              AND RA-FUNCION NOT = 'RD82'                               
              AND RA-FUNCION NOT = 'RD83'                               00140500
              AND RA-FUNCION NOT = SPACES                               
              PERFORM 2900-LEER-INTENTO                                 
           ELSE                                                         

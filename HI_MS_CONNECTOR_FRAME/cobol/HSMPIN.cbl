      *                    WRITE (EN SECUENCIAL EL WRITE NO ES       *  00044000
      *                    VALIDO BAJO OPEN I-O), EN VEZ DE FALLAR   *  00045000
      *                    EL REWRITE QUE TUMBABA LA RUTA DE PIN.    *  00046000
      * 12/10/2026 JQ      FUNCION 'M' SOBRE DE CLAVE (COMANDO HSM   *  00046100
      *                    'PE') PARA LAS TARJETAS NUEVAS QUE EMITE  *  00046200
      *                    RTARJCIC: EL HSM GENERA E IMPRIME LA      *  00046300
      *                    CLAVE Y DEVUELVE SOLO EL OFFSET.          *  00046400
      *---------------------------------------------------------------* 00047000
      *---------------------------------------------------------------* 00048000
      * ARMA EL AREA DE SOLICITUD DEL SERVICIO HSM DEL BANCO Y LO     * 00049000
              88 WS-CMD-VERIFICAR              VALUE 'DC'.              00086000
              88 WS-CMD-GENERAR                VALUE 'DE'.              00087000
              88 WS-CMD-SONDA                  VALUE 'NC'.              00088000
              88 WS-CMD-SOBRE                  VALUE 'PE'.              00088500
           05 WS-HSM-NRO-TARJETA       PIC X(16).                       00089000
           05 WS-HSM-PINBLOCK          PIC X(16).                       00090000
           05 WS-HSM-OFFSET            PIC X(16).                       00091000
                 PERFORM 3000-GENERAR-OFFSET                            00144000
              WHEN HP-FN-PROBAR                                         00145000
                 PERFORM 4000-SONDEAR-PRIMARIO                          00146000
              WHEN HP-FN-SOBRE-CLAVE                                    00146100
                 PERFORM 3500-EMITIR-SOBRE                              00146200
              WHEN OTHER                                                00147000
                 MOVE '12' TO HP-RESULTADO                              00148000
           END-EVALUATE                                                 00149000
           .                                                            00242000
       3000-GENERAR-OFFSET-EXIT.                                        00243000
           EXIT.                                                        00244000
      *---------------------------------------------------------------* 00244010
      * SOBRE DE CLAVE DE LA TARJETA NUEVA: EL HSM GENERA LA CLAVE,   * 00244020
      * LA IMPRIME EN EL SOBRE CIEGO Y SOLO DEVUELVE EL OFFSET; LA    * 00244030
      * CLAVE EN CLARO NO PASA POR ESTE MODULO.                       * 00244040
      *---------------------------------------------------------------* 00244050
       3500-EMITIR-SOBRE.                                               00244060
           MOVE 'PE'            TO WS-HSM-COMANDO                       00244070
           MOVE HP-NRO-TARJETA  TO WS-HSM-NRO-TARJETA                   00244080
           MOVE SPACES          TO WS-HSM-PINBLOCK                      00244090
           MOVE SPACES          TO WS-HSM-OFFSET                        00244100
           PERFORM 5000-INVOCAR-HSM                                     00244110
           IF HP-RESULTADO = '00'                                       00244120
              IF WS-HSM-COD-RETORNO = '00'                              00244130
                 MOVE WS-HSM-OFFSET-EMITIDO TO HP-PIN-OFFSET            00244140
              ELSE                                                      00244150
                 MOVE '20' TO HP-RESULTADO                              00244160
              END-IF                                                    00244170
           END-IF                                                       00244180
           .                                                            00244190
       3500-EMITIR-SOBRE-EXIT.                                          00244200
           EXIT.                                                        00244210
      *---------------------------------------------------------------* 00245000
      * SONDA DE SALUD: SE INVOCA EL PRIMARIO CON EL COMANDO DE ECO   * 00246000
      * 'NC'. SI RESPONDE Y EL CONECTOR CORRIA SOBRE EL ALTERNO, SE   * 00247000

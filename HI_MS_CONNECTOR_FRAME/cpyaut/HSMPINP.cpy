      *         RESPONDE Y EL SERVICIO CORRIA DEGRADADO SOBRE EL     *
      *         ALTERNO, SE RETORNA AL PRIMARIO (FAIL-BACK) CON      *
      *         REGISTRO EN LA BITACORA DE CONMUTACIONES.            *
      *   'M' = SOBRE DE CLAVE: EL HSM GENERA UNA CLAVE ALEATORIA    *  00009100
      *         PARA LA TARJETA NUEVA, LA IMPRIME EN EL SOBRE        *  00009200
      *         CIEGO DE SU IMPRESORA SEGURA Y DEVUELVE SOLO EL      *  00009300
      *         OFFSET EN HP-PIN-OFFSET.                             *  00009400
      * LA CLAVE EN CLARO NUNCA EXISTE FUERA DEL HSM; EL MAESTRO DE  *  00010000
      * TARJETA SOLO GUARDA EL OFFSET.                               *  00011000
      * FORMATO : HSMPINP                                            *  00012000
              88  HP-FN-VERIFICAR             VALUE 'V'.                00016000
              88  HP-FN-GENERAR               VALUE 'G'.                00017000
              88  HP-FN-PROBAR                VALUE 'P'.
              88  HP-FN-SOBRE-CLAVE           VALUE 'M'.                00017500
          05  HP-NRO-TARJETA          PIC X(16).                        00018000
          05  HP-PINBLOCK             PIC X(16).                        00019000
          05  HP-PIN-OFFSET           PIC X(16).                        00020000

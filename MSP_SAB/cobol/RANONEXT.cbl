      *                    ARCHIVOS DE LA CORRIDA, ASI LOS CRUCES    *
      *                    ENTRE ARCHIVOS SIGUEN CUADRANDO EN        *
      *                    PRUEBAS.                                  *
      * 12/10/2026 JQ      EL EXTRACTO DE TARJMAST TOMA EL REGISTRO  *
      *                    AMPLIADO CON EL CICLO DE VIDA DEL         *
      *                    PLASTICO (116 POSICIONES) Y REEMPLAZA EL  *
      *                    NOMBRE A GRABAR DEL TITULAR.              *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LA CORRESPONDENCIA REAL-FICTICIO SE ARMA EN MEMORIA POR      *
       01  POLIZA-ANONIMA-REC          PIC X(224).
       FD  TARJETA-ANONIMA
           RECORDING MODE IS F.
       01  TARJETA-ANONIMA-REC         PIC X(116).
       WORKING-STORAGE SECTION.
       01  WS-TJ-STATUS                PIC X(02) VALUE '00'.
           88 WS-TJ-OK                           VALUE '00'.
           PERFORM 6000-UBICAR-TARJETA
           MOVE WS-MT-NRO-FICTICIO(WS-POS-MAPA) TO TJ-NRO-TARJETA
           MOVE SPACES TO TJ-PIN-OFFSET
           MOVE 'TITULAR DE PRUEBA' TO TJ-NOMBRE-GRABADO
           WRITE TARJETA-ANONIMA-REC FROM TJ-REGISTRO-TARJETA
           ADD 1 TO WS-TOT-TARJETAS
           READ MAESTRO-TARJETA NEXT RECORD

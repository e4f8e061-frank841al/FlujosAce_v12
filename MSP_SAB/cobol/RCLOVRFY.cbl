      *                    MANIFIESTO (CLOMANIF): RECALCULA CANTIDAD *
      *                    Y HASH DE CADA RESPALDO Y COMPARA ANTES   *
      *                    DE REABRIR EL DIA EN LINEA.               *
      * 05/10/2026 JQ      ALTA. SE VERIFICA TAMBIEN EL ARCHIVO DE   *
      *                    LA BITACORA DE RECUPERACION HACIA         *
      *                    ADELANTE (FWDARCH) CONTRA SU LINEA        *
      *                    FWDJRNL DEL MANIFIESTO.                   *
      * 05/10/2026 JQ      CORRECCION. EL RESPALDO ORDSNAP SE LEE    *
      *                    CON EL LARGO COMPLETO DE ORDMAST (260     *
      *                    POSICIONES).                              *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * TRAS RESTAURAR UN MAESTRO DESDE EL PAQUETE DE CIERRE         *
               ORGANIZATION IS SEQUENTIAL.
           SELECT RESPALDO-CUSTODIO ASSIGN TO CUSSNAP
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARCHIVO-BITACORA ASSIGN TO FWDARCH
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MANIFIESTO
       COPY CLOMANIF.
       FD  RESPALDO-ORDENES
           RECORDING MODE IS F.
       01  ORDSNAP-REC                 PIC X(260).
       FD  RESPALDO-CARTERA
           RECORDING MODE IS F.
       01  CARSNAP-REC                 PIC X(200).
       FD  RESPALDO-CUSTODIO
           RECORDING MODE IS F.
       01  CUSSNAP-REC                 PIC X(120).
       FD  ARCHIVO-BITACORA
           RECORDING MODE IS F.
       01  FWDARCH-REC                 PIC X(310).
       WORKING-STORAGE SECTION.
       77  WS-EOF-ARCHIVO              PIC X(01) VALUE 'N'.
           88 WS-FIN-ARCHIVO                     VALUE 'S'.
       COPY EFEMAST.
       COPY OTCMAST.
       COPY CUSTINS.
       COPY FWDJRNL.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
                    PERFORM 5000-CONTAR-OTC
                 WHEN 'CUSTINS '
                    PERFORM 6000-CONTAR-CUSTODIO
                 WHEN 'FWDJRNL '
                    PERFORM 6500-CONTAR-BITACORA
                 WHEN OTHER
                    DISPLAY 'RCLOVRFY - ARCHIVO DESCONOCIDO '
                            MF-ARCHIVO
           .
       6100-SUMAR-CUSTODIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6500-CONTAR-BITACORA.
           OPEN INPUT ARCHIVO-BITACORA
           READ ARCHIVO-BITACORA INTO FJ-REGISTRO-JOURNAL
              AT END MOVE 'S' TO WS-EOF-ARCHIVO
           END-READ
           PERFORM 6600-SUMAR-BITACORA
              UNTIL WS-FIN-ARCHIVO
           CLOSE ARCHIVO-BITACORA
           .
       6500-CONTAR-BITACORA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6600-SUMAR-BITACORA.
           ADD 1 TO WS-REGISTROS
           ADD FJ-SECUENCIA TO WS-HASH
           READ ARCHIVO-BITACORA INTO FJ-REGISTRO-JOURNAL
              AT END MOVE 'S' TO WS-EOF-ARCHIVO
           END-READ
           .
       6600-SUMAR-BITACORA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7000-COMPARAR.
           IF WS-REGISTROS NOT = MF-REGISTROS

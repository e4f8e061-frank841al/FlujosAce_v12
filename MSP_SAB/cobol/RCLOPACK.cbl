      *                    OTCMAST, CUSTINS) CON MANIFIESTO DE       *
      *                    CANTIDAD Y HASH POR ARCHIVO (CLOMANIF)    *
      *                    ATADO A LA FECHA DE PROCESO DE RUNCTL.    *
      * 05/10/2026 JQ      ALTA. EL PAQUETE CIERRA Y ARCHIVA         *
      *                    (FWDARCH) LA BITACORA DE RECUPERACION     *
      *                    HACIA ADELANTE FWDJRNL CON SU LINEA EN EL *
      *                    MANIFIESTO, LA VACIA Y REINICIA SU        *
      *                    CONTROL FWDJCTL CON LA FECHA DEL PAQUETE. *
      * 05/10/2026 JQ      CORRECCION. EL RESPALDO ORDSNAP TRUNCABA  *
      *                    EL REGISTRO DE ORDMAST (260 POSICIONES) A *
      *                    200.                                      *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * CORRE SECUENCIADO AL FINAL DE LA CADENA NOCTURNA (BCHCTL).   *
               ORGANIZATION IS SEQUENTIAL.
           SELECT MANIFIESTO ASSIGN TO CLOMANIF
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BITACORA-RECUPERACION ASSIGN TO FWDJRNL
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARCHIVO-BITACORA ASSIGN TO FWDARCH
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-BITACORA ASSIGN TO FWDJCTL
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDEN-MAESTRO
       COPY CUSTINS.
       FD  RESPALDO-ORDENES
           RECORDING MODE IS F.
       01  ORDSNAP-REC                 PIC X(260).
       FD  RESPALDO-CARTERA
           RECORDING MODE IS F.
       01  CARSNAP-REC                 PIC X(200).
       FD  MANIFIESTO
           RECORDING MODE IS F.
       COPY CLOMANIF.
       FD  BITACORA-RECUPERACION
           RECORDING MODE IS F.
       COPY FWDJRNL.
       FD  ARCHIVO-BITACORA
           RECORDING MODE IS F.
       01  FWDARCH-REC                 PIC X(310).
       FD  CONTROL-BITACORA
           RECORDING MODE IS F.
       COPY FWDJCTL.
       WORKING-STORAGE SECTION.
       01  WS-OM-STATUS                PIC X(02) VALUE '00'.
           88 WS-OM-OK                           VALUE '00'.
       01  WS-CI-STATUS                PIC X(02) VALUE '00'.
           88 WS-CI-OK                           VALUE '00'.
           88 WS-CI-FIN                          VALUE '10'.
       77  WS-EOF-BITACORA             PIC X(01) VALUE 'N'.
           88 WS-FIN-BITACORA                    VALUE 'S'.
       77  WS-FECHA-PROCESO            PIC 9(08).
       77  WS-HORA-PROCESO             PIC 9(08).
       77  WS-REGISTROS                PIC 9(09) VALUE 0.
       77  WS-HASH                     PIC S9(15)V9(02) COMP-3
                                       VALUE 0.
           PERFORM 4000-RESPALDAR-EFECTIVO
           PERFORM 5000-RESPALDAR-OTC
           PERFORM 6000-RESPALDAR-CUSTODIO
           PERFORM 7000-ARCHIVAR-BITACORA
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
           .
       6100-COPIAR-CUSTODIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA BITACORA DE RECUPERACION HACIA ADELANTE (FWDJRNL)         *
      * ACUMULADA DESDE EL PAQUETE ANTERIOR SE CIERRA Y SE ARCHIVA   *
      * CON ESTE PAQUETE (FWDARCH), CON SU LINEA EN EL MANIFIESTO    *
      * (CANTIDAD Y SUMA DE SECUENCIAS COMO HASH). LUEGO SE VACIA LA *
      * BITACORA Y SE REINICIA SU REGISTRO DE CONTROL CON LA FECHA   *
      * DE ESTE PAQUETE Y SECUENCIA CERO: LO QUE SE ACTUALICE EN     *
      * LINEA DESDE AHORA SE REAPLICA SOBRE ESTE JUEGO.              *
      *--------------------------------------------------------------*
       7000-ARCHIVAR-BITACORA.
           MOVE 0   TO WS-REGISTROS WS-HASH
           MOVE 'N' TO WS-EOF-BITACORA
           OPEN INPUT BITACORA-RECUPERACION
           OPEN OUTPUT ARCHIVO-BITACORA
           READ BITACORA-RECUPERACION
              AT END MOVE 'S' TO WS-EOF-BITACORA
           END-READ
           PERFORM 7100-COPIAR-BITACORA
              UNTIL WS-FIN-BITACORA
           CLOSE BITACORA-RECUPERACION ARCHIVO-BITACORA
           MOVE 'FWDJRNL ' TO MF-ARCHIVO
           PERFORM 8000-ESCRIBIR-MANIFIESTO
           OPEN OUTPUT BITACORA-RECUPERACION
           CLOSE BITACORA-RECUPERACION
           ACCEPT WS-HORA-PROCESO FROM TIME
           MOVE WS-FECHA-PROCESO TO JC-FECHA-PAQUETE
           MOVE 0                TO JC-ULT-SECUENCIA
           MOVE WS-FECHA-PROCESO TO JC-FECHA-APERTURA
           MOVE WS-HORA-PROCESO  TO JC-HORA-APERTURA
           OPEN OUTPUT CONTROL-BITACORA
           WRITE JC-REGISTRO-CONTROL
           CLOSE CONTROL-BITACORA
           .
       7000-ARCHIVAR-BITACORA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7100-COPIAR-BITACORA.
           ADD 1 TO WS-REGISTROS
           ADD FJ-SECUENCIA TO WS-HASH
           WRITE FWDARCH-REC FROM FJ-REGISTRO-JOURNAL
           READ BITACORA-RECUPERACION
              AT END MOVE 'S' TO WS-EOF-BITACORA
           END-READ
           .
       7100-COPIAR-BITACORA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8000-ESCRIBIR-MANIFIESTO.
           MOVE WS-FECHA-PROCESO TO MF-FECHA-PROCESO
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RCLOPACK'   TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE 6            TO BC-REGISTROS
           MOVE 0            TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           .

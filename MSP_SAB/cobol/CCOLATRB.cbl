       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCOLATRB.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  05/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 05/10/2026 JQ      ALTA. MANTENIMIENTO DE LA COLA UNIFICADA  *
      *                    DE TRABAJO (COLATRAB), MISMO PATRON QUE   *
      *                    CBRKRESP: ASIGNACION DE RESPONSABLE Y     *
      *                    DEVOLUCION A PENDIENTE, CON LINEA DE      *
      *                    EVIDENCIA EN LA BITACORA COLAMANL.        *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RCOLATRB ABRE Y CIERRA LAS TAREAS SEGUN LO QUE ENCUENTRA EN  *
      * LOS MAESTROS; ESTE MANTENIMIENTO CUBRE LA ASIGNACION: EL     *
      * JEFE DE EQUIPO (O EL PROPIO USUARIO) TOMA LA TAREA PARA UN   *
      * RESPONSABLE (FUNCION 'A', LA TAREA PASA A ASIGNADA; SOBRE    *
      * UNA YA ASIGNADA LA REASIGNA) O LA DEVUELVE A PENDIENTE SIN   *
      * RESPONSABLE (FUNCION 'D'). LA TAREA DE DOBLE FIRMA NO SE     *
      * ASIGNA A QUIEN GENERO EL PENDIENTE. LA BITACORA GUARDA EL    *
      * RESPONSABLE NUEVO Y EL ANTERIOR. LA TAREA CERRADA NO SE      *
      * TOCA: SI EL PENDIENTE REAPARECE, RCOLATRB LA REABRE.         *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLA-TRABAJO ASSIGN TO COLATRAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TQ-CLAVE
               FILE STATUS IS WS-TQ-STATUS.
           SELECT BITACORA-MANT ASSIGN TO COLAMANL
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  COLA-TRABAJO
           RECORDING MODE IS F.
       COPY COLATRAB.
       FD  BITACORA-MANT
           RECORDING MODE IS F.
       01  BITACORA-REC                PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-TQ-STATUS                PIC X(02) VALUE '00'.
           88 WS-TQ-OK                           VALUE '00'.
           88 WS-TQ-NO-ENCONTRADO                VALUE '23'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       01  WS-RESPONSABLE-ANTERIOR     PIC X(07).
       01  WS-LINEA-BITACORA.
           05 WB-FECHA                 PIC  9(08).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WB-USUARIO               PIC  X(07).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WB-FUNCION               PIC  X(01).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WB-ORIGEN                PIC  X(08).
           05 FILLER                   PIC  X(01) VALUE SPACE.
           05 WB-REFERENCIA            PIC  X(30).
           05 FILLER                   PIC  X(05) VALUE ' RSP '.
           05 WB-RESPONSABLE           PIC  X(07).
           05 FILLER                   PIC  X(05) VALUE ' ANT '.
           05 WB-ANTERIOR              PIC  X(07).
           05 FILLER                   PIC  X(18) VALUE SPACES.
       LINKAGE SECTION.
       COPY COLATRBP.
       PROCEDURE DIVISION USING TQP-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           IF TQP-COD-RETORNO = '00'
              PERFORM 2000-LEER-TAREA
           END-IF
           IF TQP-COD-RETORNO = '00'
              PERFORM 3000-APLICAR-FUNCION
           END-IF
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE '00' TO TQP-COD-RETORNO
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           EVALUATE TRUE
              WHEN TQP-ASIGNAR
                 IF TQP-RESPONSABLE = SPACES
                    MOVE '26' TO TQP-COD-RETORNO
                 END-IF
              WHEN TQP-DEVOLVER
                 CONTINUE
              WHEN OTHER
                 MOVE '25' TO TQP-COD-RETORNO
           END-EVALUATE
           IF TQP-COD-RETORNO = '00'
              OPEN I-O COLA-TRABAJO
              OPEN EXTEND BITACORA-MANT
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-LEER-TAREA.
           MOVE TQP-ORIGEN     TO TQ-ORIGEN
           MOVE TQP-REFERENCIA TO TQ-REFERENCIA
           READ COLA-TRABAJO
              INVALID KEY MOVE '23' TO WS-TQ-STATUS
           END-READ
           IF WS-TQ-NO-ENCONTRADO
              MOVE '23' TO TQP-COD-RETORNO
           ELSE
              IF TQ-CERRADA
                 MOVE '24' TO TQP-COD-RETORNO
              END-IF
           END-IF
           IF TQP-COD-RETORNO = '00'
              AND TQP-ASIGNAR
              AND TQ-USU-ORIGEN NOT = SPACES
              AND TQP-RESPONSABLE = TQ-USU-ORIGEN
              MOVE '28' TO TQP-COD-RETORNO
           END-IF
           .
       2000-LEER-TAREA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-APLICAR-FUNCION.
           MOVE TQ-RESPONSABLE TO WS-RESPONSABLE-ANTERIOR
           IF TQP-ASIGNAR
              MOVE TQP-RESPONSABLE  TO TQ-RESPONSABLE
              MOVE WS-FECHA-SISTEMA TO TQ-FEC-ASIGNACION
              MOVE TQP-USUARIO      TO TQ-USU-ASIGNA
              MOVE 'A'              TO TQ-ESTADO
           ELSE
              MOVE SPACES           TO TQ-RESPONSABLE
              MOVE 0                TO TQ-FEC-ASIGNACION
              MOVE TQP-USUARIO      TO TQ-USU-ASIGNA
              MOVE 'P'              TO TQ-ESTADO
           END-IF
           REWRITE TQ-REGISTRO-TAREA
              INVALID KEY MOVE '23' TO TQP-COD-RETORNO
           END-REWRITE
           IF TQP-COD-RETORNO = '00'
              PERFORM 3100-GRABAR-BITACORA
           END-IF
           .
       3000-APLICAR-FUNCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-GRABAR-BITACORA.
           MOVE WS-FECHA-SISTEMA        TO WB-FECHA
           MOVE TQP-USUARIO             TO WB-USUARIO
           MOVE TQP-FUNCION             TO WB-FUNCION
           MOVE TQP-ORIGEN              TO WB-ORIGEN
           MOVE TQP-REFERENCIA          TO WB-REFERENCIA
           MOVE TQ-RESPONSABLE          TO WB-RESPONSABLE
           MOVE WS-RESPONSABLE-ANTERIOR TO WB-ANTERIOR
           WRITE BITACORA-REC FROM WS-LINEA-BITACORA
           .
       3100-GRABAR-BITACORA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           IF TQP-COD-RETORNO NOT = '25'
              AND TQP-COD-RETORNO NOT = '26'
              CLOSE COLA-TRABAJO BITACORA-MANT
           END-IF
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CSURVMNT.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  14/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 14/09/2026 JQ      ALTA. GESTION DE LOS CASOS DE VIGILANCIA  *
      *                    DE MERCADO (SURVCASO) POR EL OFICIAL DE   *
      *                    CUMPLIMIENTO: REVISION Y CIERRE CON       *
      *                    DISPOSICION.                              *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * SEGUN VGM-FUNCION:                                           *
      *  'R' TOMA EN REVISION UN CASO NUEVO, DEJANDO USUARIO Y FECHA;*
      *  'C' CIERRA UN CASO NUEVO O EN REVISION CON SU DISPOSICION   *
      *      (F/J/M/S) Y UN COMENTARIO OBLIGATORIO. UN CASO CERRADO  *
      *      NO SE REABRE: SI HAY HECHOS NUEVOS, RSURVEIL ABRE OTRO. *
      * AMBAS FUNCIONES EXIGEN PERFIL EN USUAUT PARA CSURVMNT.       *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASO-VIGILANCIA ASSIGN TO SURVCASO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VG-CASO
               FILE STATUS IS WS-VG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CASO-VIGILANCIA
           RECORDING MODE IS F.
       COPY SURVCASO.
       WORKING-STORAGE SECTION.
       COPY AUTCHKP.
       01  WS-VG-STATUS                PIC X(02) VALUE '00'.
           88 WS-VG-OK                           VALUE '00'.
           88 WS-VG-NO-ENCONTRADO                VALUE '23'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       LINKAGE SECTION.
       COPY SURVMNTP.
       PROCEDURE DIVISION USING VGM-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           IF VGM-COD-RETORNO = '00'
              EVALUATE TRUE
                 WHEN VGM-ES-REVISION
                    PERFORM 2000-TOMAR-REVISION
                 WHEN VGM-ES-CIERRE
                    PERFORM 3000-CERRAR-CASO THRU 3000-CERRAR-CASO-EXIT
                 WHEN OTHER
                    MOVE '08'     TO VGM-COD-RETORNO
                    MOVE 'VIG001' TO VGM-COD-ERROR-DEV
              END-EVALUATE
           END-IF
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE '00'   TO VGM-COD-RETORNO
           MOVE SPACES TO VGM-COD-ERROR-DEV
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE VGM-USUARIO   TO AUT-USUARIO
           MOVE 'CSURVMNT'    TO AUT-TRANSACCION
           MOVE 0             TO AUT-MTO-OPERACION
           MOVE VGM-CANAL     TO AUT-CANAL
           CALL 'AUTCHK' USING AUT-PARAMETROS
           IF NOT AUT-AUTORIZADO
              MOVE '26'     TO VGM-COD-RETORNO
              MOVE 'AUT001' TO VGM-COD-ERROR-DEV
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-TOMAR-REVISION.
           MOVE '00' TO WS-VG-STATUS
           OPEN I-O CASO-VIGILANCIA
           MOVE VGM-CASO TO VG-CASO
           READ CASO-VIGILANCIA
              INVALID KEY MOVE '23' TO WS-VG-STATUS
           END-READ
           EVALUATE TRUE
              WHEN WS-VG-NO-ENCONTRADO
                 MOVE '12'     TO VGM-COD-RETORNO
                 MOVE 'VIG002' TO VGM-COD-ERROR-DEV
              WHEN NOT VG-NUEVO
                 MOVE '16'     TO VGM-COD-RETORNO
                 MOVE 'VIG003' TO VGM-COD-ERROR-DEV
              WHEN OTHER
                 MOVE 'R'              TO VG-ESTADO
                 MOVE VGM-USUARIO      TO VG-USU-REVISION
                 MOVE WS-FECHA-SISTEMA TO VG-FEC-REVISION
                 IF VGM-COMENTARIO NOT = SPACES
                    MOVE VGM-COMENTARIO TO VG-COMENTARIO
                 END-IF
                 REWRITE VG-REGISTRO-CASO
                    INVALID KEY
                       MOVE '16'     TO VGM-COD-RETORNO
                       MOVE 'VIG005' TO VGM-COD-ERROR-DEV
                 END-REWRITE
           END-EVALUATE
           CLOSE CASO-VIGILANCIA
           .
       2000-TOMAR-REVISION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-CERRAR-CASO.
           IF (VGM-DISPOSICION NOT = 'F'
               AND VGM-DISPOSICION NOT = 'J'
               AND VGM-DISPOSICION NOT = 'M'
               AND VGM-DISPOSICION NOT = 'S')
              OR VGM-COMENTARIO = SPACES
              MOVE '08'     TO VGM-COD-RETORNO
              MOVE 'VIG004' TO VGM-COD-ERROR-DEV
              GO TO 3000-CERRAR-CASO-EXIT
           END-IF
           MOVE '00' TO WS-VG-STATUS
           OPEN I-O CASO-VIGILANCIA
           MOVE VGM-CASO TO VG-CASO
           READ CASO-VIGILANCIA
              INVALID KEY MOVE '23' TO WS-VG-STATUS
           END-READ
           EVALUATE TRUE
              WHEN WS-VG-NO-ENCONTRADO
                 MOVE '12'     TO VGM-COD-RETORNO
                 MOVE 'VIG002' TO VGM-COD-ERROR-DEV
              WHEN VG-CERRADO
                 MOVE '16'     TO VGM-COD-RETORNO
                 MOVE 'VIG003' TO VGM-COD-ERROR-DEV
              WHEN OTHER
                 MOVE 'C'              TO VG-ESTADO
                 MOVE VGM-DISPOSICION  TO VG-DISPOSICION
                 MOVE VGM-COMENTARIO   TO VG-COMENTARIO
                 MOVE VGM-USUARIO      TO VG-USU-CIERRE
                 MOVE WS-FECHA-SISTEMA TO VG-FEC-CIERRE
                 REWRITE VG-REGISTRO-CASO
                    INVALID KEY
                       MOVE '16'     TO VGM-COD-RETORNO
                       MOVE 'VIG005' TO VGM-COD-ERROR-DEV
                 END-REWRITE
           END-EVALUATE
           CLOSE CASO-VIGILANCIA
           .
       3000-CERRAR-CASO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

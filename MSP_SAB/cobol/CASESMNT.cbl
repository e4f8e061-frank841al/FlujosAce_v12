      * 02/09/2026 JQ      ALTA. MANTENIMIENTO DE ASESORES           *
      *                    COMERCIALES (ASESMAST) Y ASIGNACION DE    *
      *                    CUENTAS AL ASESOR (CTAASES).              *
      * 14/09/2026 JQ      ALTA. LAS ALTAS Y BAJAS DE ASESOR Y LAS   *
      *                    ASIGNACIONES DE CUENTA DEJAN IMAGEN       *
      *                    ANTES/DESPUES EN LA BITACORA COMUN        *
      *                    MNTJRNL (MNTJRNW) CON OPERADOR Y          *
      *                    TERMINAL.                                 *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * DA DE ALTA O BAJA UN ASESOR COMERCIAL Y ASIGNA CUENTAS-VALOR *
           88 WS-CA-OK                           VALUE '00'.
           88 WS-CA-NO-ENCONTRADO                VALUE '23'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       COPY MNTJRNWP.
       LINKAGE SECTION.
       COPY ASESMNTP.
       PROCEDURE DIVISION USING ASM-PARAMETROS.
           MOVE '00'   TO ASM-COD-RETORNO
           MOVE SPACES TO ASM-COD-ERROR-DEV
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE SPACES TO MJW-IMAGEN-ANTERIOR
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
                 MOVE '22'     TO ASM-COD-RETORNO
                 MOVE 'ASE002' TO ASM-COD-ERROR-DEV
           END-WRITE
           IF ASM-COD-RETORNO = '00'
              PERFORM 8000-BITACORA-ASESOR
           END-IF
           CLOSE ASESOR-MAESTRO
           .
       2000-DAR-DE-ALTA-EXIT.
           OPEN I-O ASESOR-MAESTRO
           PERFORM 5000-LEER-ASESOR
           IF ASM-COD-RETORNO = '00'
              MOVE AS-REGISTRO-ASESOR TO MJW-IMAGEN-ANTERIOR
              MOVE 'I' TO AS-ESTADO
              REWRITE AS-REGISTRO-ASESOR
              PERFORM 8000-BITACORA-ASESOR
           END-IF
           CLOSE ASESOR-MAESTRO
           .
           END-IF
           IF ASM-COD-RETORNO = '00'
              OPEN I-O ASIGNACION-ASESOR
              MOVE '00'             TO WS-CA-STATUS
              MOVE ASM-CTA-VALOR    TO CA-CTAVALOR
              READ ASIGNACION-ASESOR
                 INVALID KEY MOVE '23' TO WS-CA-STATUS
              END-READ
              IF WS-CA-OK
                 MOVE CA-REGISTRO-ASIGNACION TO MJW-IMAGEN-ANTERIOR
              END-IF
              MOVE ASM-CTA-VALOR    TO CA-CTAVALOR
              MOVE ASM-ASESOR       TO CA-ASESOR
              MOVE WS-FECHA-SISTEMA TO CA-FEC-ASIGNACION
                 INVALID KEY REWRITE CA-REGISTRO-ASIGNACION
              END-WRITE
              CLOSE ASIGNACION-ASESOR
              PERFORM 8100-BITACORA-ASIGNACION
           END-IF
           .
       4000-ASIGNAR-CUENTA-EXIT.
           .
       5000-LEER-ASESOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8000-BITACORA-ASESOR.
           MOVE 'ASESMAST'             TO MJW-MAESTRO
           MOVE 'CASESMNT'             TO MJW-PROGRAMA
           MOVE ASM-FUNCION            TO MJW-FUNCION
           MOVE ASM-USU-OPERADOR       TO MJW-USUARIO
           MOVE ASM-TERMINAL           TO MJW-TERMINAL
           MOVE AS-ASESOR              TO MJW-CLAVE
           MOVE AS-REGISTRO-ASESOR     TO MJW-IMAGEN-NUEVA
           CALL 'MNTJRNW' USING MJW-PARAMETROS
           .
       8000-BITACORA-ASESOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8100-BITACORA-ASIGNACION.
           MOVE 'CTAASES'              TO MJW-MAESTRO
           MOVE 'CASESMNT'             TO MJW-PROGRAMA
           MOVE ASM-FUNCION            TO MJW-FUNCION
           MOVE ASM-USU-OPERADOR       TO MJW-USUARIO
           MOVE ASM-TERMINAL           TO MJW-TERMINAL
           MOVE CA-CTAVALOR            TO MJW-CLAVE
           MOVE CA-REGISTRO-ASIGNACION TO MJW-IMAGEN-NUEVA
           CALL 'MNTJRNW' USING MJW-PARAMETROS
           .
       8100-BITACORA-ASIGNACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CGRUPMNT.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  14/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 14/09/2026 JQ      ALTA. MANTENIMIENTO EN LINEA DE GRUPOS    *
      *                    ECONOMICOS (GRUPMAST) Y DE SUS CUENTAS    *
      *                    MIEMBRO CON TIPO DE VINCULO (GRUPMIEM),   *
      *                    CON BITACORA ANTES/DESPUES EN GRUPJRNL.   *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * SEGUN GRM-FUNCION DA DE ALTA, MODIFICA O INACTIVA UN GRUPO   *
      * ECONOMICO, O INCORPORA / RETIRA UNA CUENTA-VALOR DEL GRUPO.  *
      * UNA CUENTA PERTENECE A UN SOLO GRUPO: PARA MOVERLA A OTRO    *
      * HAY QUE RETIRARLA PRIMERO. EL GRUPO SOLO SE INACTIVA SIN     *
      * MIEMBROS (GE-TOT-MIEMBROS EN CERO), Y SOLO UN GRUPO ACTIVO   *
      * ADMITE INCORPORACIONES. CADA CAMBIO ACEPTADO DEJA EN         *
      * GRUPJRNL EL USUARIO, LA FECHA Y HORA Y LA IMAGEN ANTERIOR Y  *
      * NUEVA DEL REGISTRO, QUE ES LA TRAZA QUE SMV PIDE SOBRE LA    *
      * CONFORMACION DE LOS GRUPOS.                                  *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRUPO-MAESTRO ASSIGN TO GRUPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GE-COD-GRUPO
               FILE STATUS IS WS-GE-STATUS.
           SELECT MIEMBRO-GRUPO ASSIGN TO GRUPMIEM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GV-CTAVALOR
               FILE STATUS IS WS-GV-STATUS.
           SELECT BITACORA-GRUPO ASSIGN TO GRUPJRNL
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GRUPO-MAESTRO
           RECORDING MODE IS F.
       COPY GRUPMAST.
       FD  MIEMBRO-GRUPO
           RECORDING MODE IS F.
       COPY GRUPMIEM.
       FD  BITACORA-GRUPO
           RECORDING MODE IS F.
       COPY GRUPJRNL.
       WORKING-STORAGE SECTION.
       01  WS-GE-STATUS                PIC X(02) VALUE '00'.
           88 WS-GE-OK                           VALUE '00'.
           88 WS-GE-NO-ENCONTRADO                VALUE '23'.
       01  WS-GV-STATUS                PIC X(02) VALUE '00'.
           88 WS-GV-OK                           VALUE '00'.
           88 WS-GV-NO-ENCONTRADO                VALUE '23'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       77  WS-HORA-SISTEMA             PIC 9(08).
       01  WS-IMAGEN-ANTERIOR          PIC X(120).
       01  WS-IMAGEN-NUEVA             PIC X(120).
       LINKAGE SECTION.
       COPY GRUPMNTP.
       PROCEDURE DIVISION USING GRM-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           OPEN I-O GRUPO-MAESTRO
           EVALUATE TRUE
              WHEN GRM-ES-ALTA
                 PERFORM 2000-DAR-DE-ALTA THRU 2000-DAR-DE-ALTA-EXIT
              WHEN GRM-ES-MODIFICACION
                 PERFORM 3000-MODIFICAR THRU 3000-MODIFICAR-EXIT
              WHEN GRM-ES-BAJA
                 PERFORM 4000-DAR-DE-BAJA THRU 4000-DAR-DE-BAJA-EXIT
              WHEN GRM-ES-INCORPORAR
                 PERFORM 5000-INCORPORAR-MIEMBRO
                    THRU 5000-INCORPORAR-MIEMBRO-EXIT
              WHEN GRM-ES-RETIRAR
                 PERFORM 6000-RETIRAR-MIEMBRO
                    THRU 6000-RETIRAR-MIEMBRO-EXIT
              WHEN OTHER
                 MOVE '08'     TO GRM-COD-RETORNO
                 MOVE 'GRP001' TO GRM-COD-ERROR-DEV
           END-EVALUATE
           CLOSE GRUPO-MAESTRO
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE '00'   TO GRM-COD-RETORNO
           MOVE SPACES TO GRM-COD-ERROR-DEV
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA  FROM TIME
           MOVE SPACES TO WS-IMAGEN-ANTERIOR WS-IMAGEN-NUEVA
           MOVE GRM-COD-GRUPO TO GE-COD-GRUPO
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-DAR-DE-ALTA.
           IF GRM-COD-GRUPO = SPACES
              OR GRM-NOMBRE = SPACES
              MOVE '08'     TO GRM-COD-RETORNO
              MOVE 'GRP005' TO GRM-COD-ERROR-DEV
              GO TO 2000-DAR-DE-ALTA-EXIT
           END-IF
           MOVE GRM-COD-GRUPO      TO GE-COD-GRUPO
           MOVE GRM-NOMBRE         TO GE-NOMBRE
           MOVE GRM-LIMITE-CREDITO TO GE-LIMITE-CREDITO
           MOVE 0                  TO GE-TOT-MIEMBROS
           MOVE 'A'                TO GE-ESTADO
           MOVE WS-FECHA-SISTEMA   TO GE-FEC-ALTA
           MOVE WS-FECHA-SISTEMA   TO GE-FEC-ULT-MODIF
           MOVE GRM-USUARIO        TO GE-USU-ULT-MODIF
           WRITE GE-REGISTRO-GRUPO
              INVALID KEY
                 MOVE '12'     TO GRM-COD-RETORNO
                 MOVE 'GRP002' TO GRM-COD-ERROR-DEV
           END-WRITE
           IF GRM-COD-RETORNO = '00'
              MOVE GE-REGISTRO-GRUPO TO WS-IMAGEN-NUEVA
              PERFORM 7000-GRABAR-BITACORA
           END-IF
           .
       2000-DAR-DE-ALTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-MODIFICAR.
           IF GRM-NOMBRE = SPACES
              MOVE '08'     TO GRM-COD-RETORNO
              MOVE 'GRP005' TO GRM-COD-ERROR-DEV
              GO TO 3000-MODIFICAR-EXIT
           END-IF
           PERFORM 8000-LEER-GRUPO
           IF GRM-COD-RETORNO NOT = '00'
              GO TO 3000-MODIFICAR-EXIT
           END-IF
           MOVE GE-REGISTRO-GRUPO  TO WS-IMAGEN-ANTERIOR
           MOVE GRM-NOMBRE         TO GE-NOMBRE
           MOVE GRM-LIMITE-CREDITO TO GE-LIMITE-CREDITO
           PERFORM 8100-REGRABAR-GRUPO
           .
       3000-MODIFICAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-DAR-DE-BAJA.
           PERFORM 8000-LEER-GRUPO
           IF GRM-COD-RETORNO NOT = '00'
              GO TO 4000-DAR-DE-BAJA-EXIT
           END-IF
           IF GE-TOT-MIEMBROS > 0
              MOVE '08'     TO GRM-COD-RETORNO
              MOVE 'GRP007' TO GRM-COD-ERROR-DEV
              GO TO 4000-DAR-DE-BAJA-EXIT
           END-IF
           MOVE GE-REGISTRO-GRUPO TO WS-IMAGEN-ANTERIOR
           MOVE 'I'               TO GE-ESTADO
           PERFORM 8100-REGRABAR-GRUPO
           .
       4000-DAR-DE-BAJA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA CUENTA YA VINCULADA (A ESTE U OTRO GRUPO) SE RECHAZA; EL  *
      * CONTADOR DE MIEMBROS DEL GRUPO SE ACTUALIZA EN EL MISMO      *
      * PASO PARA QUE LA BAJA DEL GRUPO PUEDA CONFIAR EN EL.         *
      *--------------------------------------------------------------*
       5000-INCORPORAR-MIEMBRO.
           MOVE GRM-TIPO-VINCULO TO GV-TIPO-VINCULO
           IF GRM-CTA-VALOR = SPACES
              OR NOT GV-VINCULO-VALIDO
              MOVE '08'     TO GRM-COD-RETORNO
              MOVE 'GRP010' TO GRM-COD-ERROR-DEV
              GO TO 5000-INCORPORAR-MIEMBRO-EXIT
           END-IF
           PERFORM 8000-LEER-GRUPO
           IF GRM-COD-RETORNO NOT = '00'
              GO TO 5000-INCORPORAR-MIEMBRO-EXIT
           END-IF
           IF NOT GE-ES-ACTIVO
              MOVE '08'     TO GRM-COD-RETORNO
              MOVE 'GRP006' TO GRM-COD-ERROR-DEV
              GO TO 5000-INCORPORAR-MIEMBRO-EXIT
           END-IF
           OPEN I-O MIEMBRO-GRUPO
           MOVE GRM-CTA-VALOR     TO GV-CTAVALOR
           MOVE GRM-COD-GRUPO     TO GV-COD-GRUPO
           MOVE GRM-TIPO-VINCULO  TO GV-TIPO-VINCULO
           MOVE WS-FECHA-SISTEMA  TO GV-FEC-ALTA
           MOVE GRM-USUARIO       TO GV-USU-ALTA
           WRITE GV-REGISTRO-MIEMBRO
              INVALID KEY
                 MOVE '12'     TO GRM-COD-RETORNO
                 MOVE 'GRP008' TO GRM-COD-ERROR-DEV
           END-WRITE
           CLOSE MIEMBRO-GRUPO
           IF GRM-COD-RETORNO NOT = '00'
              GO TO 5000-INCORPORAR-MIEMBRO-EXIT
           END-IF
           MOVE GV-REGISTRO-MIEMBRO TO WS-IMAGEN-NUEVA
           PERFORM 7000-GRABAR-BITACORA
           MOVE SPACES TO WS-IMAGEN-ANTERIOR WS-IMAGEN-NUEVA
           MOVE GE-REGISTRO-GRUPO TO WS-IMAGEN-ANTERIOR
           ADD 1 TO GE-TOT-MIEMBROS
           PERFORM 8100-REGRABAR-GRUPO
           .
       5000-INCORPORAR-MIEMBRO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6000-RETIRAR-MIEMBRO.
           PERFORM 8000-LEER-GRUPO
           IF GRM-COD-RETORNO NOT = '00'
              GO TO 6000-RETIRAR-MIEMBRO-EXIT
           END-IF
           MOVE '00' TO WS-GV-STATUS
           OPEN I-O MIEMBRO-GRUPO
           MOVE GRM-CTA-VALOR TO GV-CTAVALOR
           READ MIEMBRO-GRUPO
              INVALID KEY MOVE '23' TO WS-GV-STATUS
           END-READ
           IF WS-GV-NO-ENCONTRADO
              OR GV-COD-GRUPO NOT = GRM-COD-GRUPO
              MOVE '12'     TO GRM-COD-RETORNO
              MOVE 'GRP009' TO GRM-COD-ERROR-DEV
              CLOSE MIEMBRO-GRUPO
              GO TO 6000-RETIRAR-MIEMBRO-EXIT
           END-IF
           MOVE GV-REGISTRO-MIEMBRO TO WS-IMAGEN-ANTERIOR
           DELETE MIEMBRO-GRUPO
              INVALID KEY
                 MOVE '16'     TO GRM-COD-RETORNO
                 MOVE 'GRP004' TO GRM-COD-ERROR-DEV
           END-DELETE
           CLOSE MIEMBRO-GRUPO
           IF GRM-COD-RETORNO NOT = '00'
              GO TO 6000-RETIRAR-MIEMBRO-EXIT
           END-IF
           PERFORM 7000-GRABAR-BITACORA
           MOVE SPACES TO WS-IMAGEN-ANTERIOR WS-IMAGEN-NUEVA
           MOVE GE-REGISTRO-GRUPO TO WS-IMAGEN-ANTERIOR
           IF GE-TOT-MIEMBROS > 0
              SUBTRACT 1 FROM GE-TOT-MIEMBROS
           END-IF
           PERFORM 8100-REGRABAR-GRUPO
           .
       6000-RETIRAR-MIEMBRO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7000-GRABAR-BITACORA.
           MOVE WS-FECHA-SISTEMA   TO GJ-FECHA
           MOVE WS-HORA-SISTEMA    TO GJ-HORA
           MOVE GRM-USUARIO        TO GJ-USUARIO
           MOVE GRM-FUNCION        TO GJ-FUNCION
           MOVE GRM-COD-GRUPO      TO GJ-COD-GRUPO
           MOVE GRM-CTA-VALOR      TO GJ-CTAVALOR
           MOVE WS-IMAGEN-ANTERIOR TO GJ-IMAGEN-ANTERIOR
           MOVE WS-IMAGEN-NUEVA    TO GJ-IMAGEN-NUEVA
           OPEN EXTEND BITACORA-GRUPO
           WRITE GJ-REGISTRO-BITACORA
           CLOSE BITACORA-GRUPO
           .
       7000-GRABAR-BITACORA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8000-LEER-GRUPO.
           MOVE GRM-COD-GRUPO TO GE-COD-GRUPO
           READ GRUPO-MAESTRO
              INVALID KEY
                 MOVE '12'     TO GRM-COD-RETORNO
                 MOVE 'GRP003' TO GRM-COD-ERROR-DEV
           END-READ
           .
       8000-LEER-GRUPO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8100-REGRABAR-GRUPO.
           MOVE WS-FECHA-SISTEMA TO GE-FEC-ULT-MODIF
           MOVE GRM-USUARIO      TO GE-USU-ULT-MODIF
           REWRITE GE-REGISTRO-GRUPO
              INVALID KEY
                 MOVE '16'     TO GRM-COD-RETORNO
                 MOVE 'GRP004' TO GRM-COD-ERROR-DEV
           END-REWRITE
           IF GRM-COD-RETORNO = '00'
              MOVE GE-REGISTRO-GRUPO TO WS-IMAGEN-NUEVA
              PERFORM 7000-GRABAR-BITACORA
           END-IF
           .
       8100-REGRABAR-GRUPO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

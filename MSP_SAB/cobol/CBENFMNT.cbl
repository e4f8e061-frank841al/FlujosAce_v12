       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBENFMNT.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  21/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 21/09/2026 JQ      ALTA. MANTENIMIENTO DEL REGISTRO DE       *
      *                    BENEFICIARIOS FINALES DE LOS CLIENTES     *
      *                    EMPRESA (BENFINAL): ALTA, MODIFICACION,   *
      *                    BAJA Y CONSULTA.                          *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LA EMPRESA SE IDENTIFICA POR SU RUC (DIGITO VALIDADO CON     *
      * DOCCHK) Y PUEDE REGISTRARSE ANTES DE SU APERTURA, YA QUE     *
      * CCLIALTA EXIGE EL BENEFICIARIO PARA ACTIVARLA. EL            *
      * BENEFICIARIO DEBE SER PERSONA NATURAL (NO RUC; EL DNI SE     *
      * VALIDA CON DOCCHK) CON NOMBRE, TIPO DE CONTROL VALIDO,       *
      * PORCENTAJE DE HASTA 100 (MAYOR QUE CERO SI EL CONTROL ES POR *
      * PROPIEDAD) Y FECHA DE INICIO, CON FIN NO ANTERIOR AL INICIO. *
      * LA SUMA DE PORCENTAJES VIGENTES DE LA EMPRESA NO PUEDE PASAR *
      * DE 100. EXIGE PERFIL CBENFMNT EN USUAUT Y TODO CAMBIO QUEDA  *
      * EN LA BITACORA COMUN MNTJRNL.                                *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFICIARIO-FINAL ASSIGN TO BENFINAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-CLAVE
               FILE STATUS IS WS-BO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BENEFICIARIO-FINAL
           RECORDING MODE IS F.
       COPY BENFINAL.
       WORKING-STORAGE SECTION.
       01  WS-BO-STATUS                PIC X(02) VALUE '00'.
           88 WS-BO-OK                           VALUE '00'.
           88 WS-BO-FIN                          VALUE '10'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       77  WS-PORC-TOTAL               PIC 9(05)V9(02) VALUE 0.
       COPY AUTCHKP.
       COPY DOCVAL.
       COPY MNTJRNWP.
       LINKAGE SECTION.
       COPY BENFMNTP.
       PROCEDURE DIVISION USING BOP-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           IF BOP-COD-RETORNO = '00'
              EVALUATE TRUE
                 WHEN BOP-FN-ALTA
                    PERFORM 2000-ALTA-BENEFICIARIO
                       THRU 2000-ALTA-BENEFICIARIO-EXIT
                 WHEN BOP-FN-MODIFICAR
                    PERFORM 3000-MODIFICAR-BENEFICIARIO
                       THRU 3000-MODIFICAR-BENEFICIARIO-EXIT
                 WHEN BOP-FN-BAJA
                    PERFORM 3500-BAJA-BENEFICIARIO
                 WHEN BOP-FN-CONSULTA
                    PERFORM 4000-CONSULTAR-BENEFICIARIO
                 WHEN OTHER
                    MOVE '12'     TO BOP-COD-RETORNO
                    MOVE 'BEN001' TO BOP-COD-ERROR-DEV
              END-EVALUATE
           END-IF
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE '00'   TO BOP-COD-RETORNO
           MOVE SPACES TO BOP-COD-ERROR-DEV
           MOVE SPACES TO MJW-IMAGEN-ANTERIOR
           MOVE 0      TO BOP-PORC-TOTAL
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE BOP-USU-OPERADOR TO AUT-USUARIO
           MOVE 'CBENFMNT'       TO AUT-TRANSACCION
           MOVE 0                TO AUT-MTO-OPERACION
           MOVE BOP-CANAL        TO AUT-CANAL
           CALL 'AUTCHK' USING AUT-PARAMETROS
           IF NOT AUT-AUTORIZADO
              MOVE '26'     TO BOP-COD-RETORNO
              MOVE 'AUT001' TO BOP-COD-ERROR-DEV
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-ALTA-BENEFICIARIO.
           PERFORM 2100-VALIDAR-DATOS THRU 2100-VALIDAR-DATOS-EXIT
           IF BOP-COD-RETORNO NOT = '00'
              GO TO 2000-ALTA-BENEFICIARIO-EXIT
           END-IF
           OPEN I-O BENEFICIARIO-FINAL
           PERFORM 2200-VALIDAR-PORCENTAJE
           IF BOP-COD-RETORNO = '00'
              MOVE BOP-RUC-EMPRESA     TO BO-RUC-EMPRESA
              MOVE BOP-TIPO-DOC        TO BO-TIPO-DOC
              MOVE BOP-NUME-DOC        TO BO-NUME-DOC
              PERFORM 7000-MOVER-DATOS
              MOVE 'V'                 TO BO-ESTADO
              MOVE WS-FECHA-SISTEMA    TO BO-FEC-ALTA
              MOVE BOP-USU-OPERADOR    TO BO-USU-ALTA
              MOVE 0                   TO BO-FEC-MODIF
              MOVE SPACES              TO BO-USU-MODIF
              WRITE BO-REGISTRO-BENEFICIARIO
                 INVALID KEY
                    MOVE '22'     TO BOP-COD-RETORNO
                    MOVE 'BEN007' TO BOP-COD-ERROR-DEV
              END-WRITE
              IF BOP-COD-RETORNO = '00'
                 PERFORM 8000-GRABAR-BITACORA
                 MOVE BO-ESTADO TO BOP-ESTADO-RESULTANTE
              END-IF
           END-IF
           CLOSE BENEFICIARIO-FINAL
           .
       2000-ALTA-BENEFICIARIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-VALIDAR-DATOS.
           MOVE 'R'                  TO DOC-TIPO-DOCUMENTO
           MOVE BOP-RUC-EMPRESA(1:11) TO DOC-NUMERO-DOCUMENTO
           CALL 'DOCCHK' USING DOC-PARAMETROS
           IF DOC-NO-VALIDO
              OR BOP-RUC-EMPRESA(12:9) NOT = SPACES
              MOVE '20'     TO BOP-COD-RETORNO
              MOVE 'BEN002' TO BOP-COD-ERROR-DEV
              GO TO 2100-VALIDAR-DATOS-EXIT
           END-IF
           IF BOP-TIPO-DOC = 'R'
              OR BOP-TIPO-DOC = SPACES
              OR BOP-NUME-DOC = SPACES
              OR BOP-NOMBRE = SPACES
              MOVE '20'     TO BOP-COD-RETORNO
              MOVE 'BEN003' TO BOP-COD-ERROR-DEV
              GO TO 2100-VALIDAR-DATOS-EXIT
           END-IF
           IF BOP-TIPO-DOC = 'D'
              MOVE 'D'               TO DOC-TIPO-DOCUMENTO
              MOVE BOP-NUME-DOC(1:11) TO DOC-NUMERO-DOCUMENTO
              CALL 'DOCCHK' USING DOC-PARAMETROS
              IF DOC-NO-VALIDO
                 MOVE '20'     TO BOP-COD-RETORNO
                 MOVE 'BEN003' TO BOP-COD-ERROR-DEV
                 GO TO 2100-VALIDAR-DATOS-EXIT
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN BOP-PORCENTAJE > 100
                 MOVE '20'     TO BOP-COD-RETORNO
                 MOVE 'BEN004' TO BOP-COD-ERROR-DEV
              WHEN (BOP-TIPO-CONTROL = 'D' OR BOP-TIPO-CONTROL = 'I')
                 AND BOP-PORCENTAJE = 0
                 MOVE '20'     TO BOP-COD-RETORNO
                 MOVE 'BEN004' TO BOP-COD-ERROR-DEV
              WHEN BOP-TIPO-CONTROL NOT = 'D'
                 AND BOP-TIPO-CONTROL NOT = 'I'
                 AND BOP-TIPO-CONTROL NOT = 'C'
                 AND BOP-TIPO-CONTROL NOT = 'G'
                 MOVE '20'     TO BOP-COD-RETORNO
                 MOVE 'BEN004' TO BOP-COD-ERROR-DEV
              WHEN BOP-FEC-INICIO = 0
                 MOVE '20'     TO BOP-COD-RETORNO
                 MOVE 'BEN005' TO BOP-COD-ERROR-DEV
              WHEN BOP-FEC-FIN > 0
                 AND BOP-FEC-FIN < BOP-FEC-INICIO
                 MOVE '20'     TO BOP-COD-RETORNO
                 MOVE 'BEN005' TO BOP-COD-ERROR-DEV
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       2100-VALIDAR-DATOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * SUMA LOS PORCENTAJES DE LOS DEMAS BENEFICIARIOS VIGENTES DE  *
      * LA EMPRESA MAS EL INFORMADO; NO PUEDE PASAR DE 100.          *
      *--------------------------------------------------------------*
       2200-VALIDAR-PORCENTAJE.
           PERFORM 6500-SUMAR-PORCENTAJES
           ADD BOP-PORCENTAJE TO WS-PORC-TOTAL
           IF WS-PORC-TOTAL > 100
              MOVE '20'     TO BOP-COD-RETORNO
              MOVE 'BEN006' TO BOP-COD-ERROR-DEV
           ELSE
              MOVE WS-PORC-TOTAL TO BOP-PORC-TOTAL
           END-IF
           .
       2200-VALIDAR-PORCENTAJE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-MODIFICAR-BENEFICIARIO.
           PERFORM 2100-VALIDAR-DATOS THRU 2100-VALIDAR-DATOS-EXIT
           IF BOP-COD-RETORNO NOT = '00'
              GO TO 3000-MODIFICAR-BENEFICIARIO-EXIT
           END-IF
           OPEN I-O BENEFICIARIO-FINAL
           PERFORM 2200-VALIDAR-PORCENTAJE
           IF BOP-COD-RETORNO = '00'
              PERFORM 6000-LEER-BENEFICIARIO
           END-IF
           IF BOP-COD-RETORNO = '00'
              IF BO-DE-BAJA
                 MOVE '16'     TO BOP-COD-RETORNO
                 MOVE 'BEN009' TO BOP-COD-ERROR-DEV
              ELSE
                 MOVE BO-REGISTRO-BENEFICIARIO TO MJW-IMAGEN-ANTERIOR
                 PERFORM 7000-MOVER-DATOS
                 MOVE WS-FECHA-SISTEMA TO BO-FEC-MODIF
                 MOVE BOP-USU-OPERADOR TO BO-USU-MODIF
                 REWRITE BO-REGISTRO-BENEFICIARIO
                 PERFORM 8000-GRABAR-BITACORA
              END-IF
              MOVE BO-ESTADO TO BOP-ESTADO-RESULTANTE
           END-IF
           CLOSE BENEFICIARIO-FINAL
           .
       3000-MODIFICAR-BENEFICIARIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3500-BAJA-BENEFICIARIO.
           OPEN I-O BENEFICIARIO-FINAL
           PERFORM 6000-LEER-BENEFICIARIO
           IF BOP-COD-RETORNO = '00'
              EVALUATE TRUE
                 WHEN BO-DE-BAJA
                    MOVE '16'     TO BOP-COD-RETORNO
                    MOVE 'BEN009' TO BOP-COD-ERROR-DEV
                 WHEN BOP-FEC-FIN > 0
                    AND BOP-FEC-FIN < BO-FEC-INICIO
                    MOVE '20'     TO BOP-COD-RETORNO
                    MOVE 'BEN005' TO BOP-COD-ERROR-DEV
                 WHEN OTHER
                    MOVE BO-REGISTRO-BENEFICIARIO TO MJW-IMAGEN-ANTERIOR
                    MOVE 'B' TO BO-ESTADO
                    IF BOP-FEC-FIN > 0
                       MOVE BOP-FEC-FIN      TO BO-FEC-FIN
                    ELSE
                       MOVE WS-FECHA-SISTEMA TO BO-FEC-FIN
                    END-IF
                    MOVE WS-FECHA-SISTEMA TO BO-FEC-MODIF
                    MOVE BOP-USU-OPERADOR TO BO-USU-MODIF
                    REWRITE BO-REGISTRO-BENEFICIARIO
                    PERFORM 8000-GRABAR-BITACORA
              END-EVALUATE
              MOVE BO-ESTADO TO BOP-ESTADO-RESULTANTE
           END-IF
           CLOSE BENEFICIARIO-FINAL
           .
       3500-BAJA-BENEFICIARIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-CONSULTAR-BENEFICIARIO.
           OPEN INPUT BENEFICIARIO-FINAL
           PERFORM 6500-SUMAR-PORCENTAJES
           MOVE WS-PORC-TOTAL TO BOP-PORC-TOTAL
           PERFORM 6000-LEER-BENEFICIARIO
           IF BOP-COD-RETORNO = '00'
              IF BO-VIGENTE
                 ADD BO-PORCENTAJE TO BOP-PORC-TOTAL
              END-IF
              MOVE BO-NOMBRE          TO BOP-NOMBRE
              MOVE BO-NACIONALIDAD    TO BOP-NACIONALIDAD
              MOVE BO-PAIS-RESIDENCIA TO BOP-PAIS-RESIDENCIA
              MOVE BO-FEC-NACIMIENTO  TO BOP-FEC-NACIMIENTO
              MOVE BO-PORCENTAJE      TO BOP-PORCENTAJE
              MOVE BO-TIPO-CONTROL    TO BOP-TIPO-CONTROL
              MOVE BO-FEC-INICIO      TO BOP-FEC-INICIO
              MOVE BO-FEC-FIN         TO BOP-FEC-FIN
              MOVE BO-ESTADO          TO BOP-ESTADO-RESULTANTE
           END-IF
           CLOSE BENEFICIARIO-FINAL
           .
       4000-CONSULTAR-BENEFICIARIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6000-LEER-BENEFICIARIO.
           MOVE BOP-RUC-EMPRESA TO BO-RUC-EMPRESA
           MOVE BOP-TIPO-DOC    TO BO-TIPO-DOC
           MOVE BOP-NUME-DOC    TO BO-NUME-DOC
           READ BENEFICIARIO-FINAL
              INVALID KEY
                 MOVE '12'     TO BOP-COD-RETORNO
                 MOVE 'BEN008' TO BOP-COD-ERROR-DEV
           END-READ
           .
       6000-LEER-BENEFICIARIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * SUMA LOS PORCENTAJES VIGENTES DE LA EMPRESA, SIN CONTAR EL   *
      * BENEFICIARIO DE LA CLAVE INFORMADA.                          *
      *--------------------------------------------------------------*
       6500-SUMAR-PORCENTAJES.
           MOVE 0               TO WS-PORC-TOTAL
           MOVE '00'            TO WS-BO-STATUS
           MOVE BOP-RUC-EMPRESA TO BO-RUC-EMPRESA
           MOVE LOW-VALUES      TO BO-TIPO-DOC
           MOVE LOW-VALUES      TO BO-NUME-DOC
           START BENEFICIARIO-FINAL KEY IS NOT LESS THAN BO-CLAVE
              INVALID KEY MOVE '10' TO WS-BO-STATUS
           END-START
           IF WS-BO-OK
              READ BENEFICIARIO-FINAL NEXT RECORD
                 AT END MOVE '10' TO WS-BO-STATUS
              END-READ
           END-IF
           PERFORM 6510-SUMAR-BENEFICIARIO
              UNTIL WS-BO-FIN
                 OR BO-RUC-EMPRESA NOT = BOP-RUC-EMPRESA
           .
       6500-SUMAR-PORCENTAJES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6510-SUMAR-BENEFICIARIO.
           IF BO-VIGENTE
              AND (BO-TIPO-DOC NOT = BOP-TIPO-DOC
                   OR BO-NUME-DOC NOT = BOP-NUME-DOC)
              ADD BO-PORCENTAJE TO WS-PORC-TOTAL
           END-IF
           READ BENEFICIARIO-FINAL NEXT RECORD
              AT END MOVE '10' TO WS-BO-STATUS
           END-READ
           .
       6510-SUMAR-BENEFICIARIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7000-MOVER-DATOS.
           MOVE BOP-NOMBRE          TO BO-NOMBRE
           MOVE BOP-NACIONALIDAD    TO BO-NACIONALIDAD
           MOVE BOP-PAIS-RESIDENCIA TO BO-PAIS-RESIDENCIA
           MOVE BOP-FEC-NACIMIENTO  TO BO-FEC-NACIMIENTO
           MOVE BOP-PORCENTAJE      TO BO-PORCENTAJE
           MOVE BOP-TIPO-CONTROL    TO BO-TIPO-CONTROL
           MOVE BOP-FEC-INICIO      TO BO-FEC-INICIO
           MOVE BOP-FEC-FIN         TO BO-FEC-FIN
           .
       7000-MOVER-DATOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8000-GRABAR-BITACORA.
           MOVE 'BENFINAL'               TO MJW-MAESTRO
           MOVE 'CBENFMNT'               TO MJW-PROGRAMA
           MOVE BOP-FUNCION              TO MJW-FUNCION
           MOVE BOP-USU-OPERADOR         TO MJW-USUARIO
           MOVE BOP-TERMINAL             TO MJW-TERMINAL
           MOVE SPACES                   TO MJW-CLAVE
           MOVE BO-RUC-EMPRESA(1:11)     TO MJW-CLAVE(1:11)
           MOVE BO-TIPO-DOC              TO MJW-CLAVE(12:1)
           MOVE BO-NUME-DOC              TO MJW-CLAVE(13:20)
           MOVE BO-REGISTRO-BENEFICIARIO TO MJW-IMAGEN-NUEVA
           CALL 'MNTJRNW' USING MJW-PARAMETROS
           .
       8000-GRABAR-BITACORA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

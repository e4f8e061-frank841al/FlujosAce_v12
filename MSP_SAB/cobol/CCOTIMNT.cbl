       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCOTIMNT.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  21/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                               *
      * 21/09/2026 JQ      ALTA. MANTENIMIENTO DEL REGISTRO DE       *
      *                    COTITULARES DE LAS CUENTAS MANCOMUNADAS   *
      *                    (COTITUL): ALTA, MODIFICACION, BAJA,      *
      *                    CAMBIO DE REGLA DE FIRMA Y CONSULTA.      *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      * 15/10/2026 JQ      CORRECCION. LA BITACORA MNTJRNL RECIBE    *
      *                    UNA IMAGEN DEL TITULAR DE 195 POSICIONES  *
      *                    (DOCUMENTO, NOMBRE, FIRMA, PARTICIPACION, *
      *                    REGLA, ESTADO Y CORREO COMPLETO) EN LUGAR *
      *                    DEL REGISTRO DE 265, QUE SE CORTABA EN EL *
      *                    CORREO.                                   *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * CADA TITULAR SE IDENTIFICA POR SU DOCUMENTO (DNI O RUC CON   *
      * DIGITO VALIDADO POR DOCCHK) Y DEBE TENER NOMBRE Y CODIGO DE  *
      * FIRMA, QUE ES EL QUE SE PRESENTA EN EL ALTA DE ORDENES. LA   *
      * PARTICIPACION VA DE 0.01 A 100 Y LA SUMA DE LAS              *
      * PARTICIPACIONES VIGENTES DE LA CUENTA NO PUEDE PASAR DE 100; *
      * MIENTRAS NO LLEGUE A 100 LOS PROCESOS DE RENTAS NO           *
      * PRORRATEAN. LA CUENTA ADMITE HASTA 10 TITULARES VIGENTES. LA *
      * REGLA DE FIRMA ES UNA SOLA POR CUENTA: EL PRIMER TITULAR LA  *
      * FIJA, LOS SIGUIENTES LA HEREDAN Y SOLO SE CAMBIA CON LA      *
      * FUNCION 'R', QUE LA REESCRIBE EN TODOS. EXIGE PERFIL         *
      * CCOTIMNT EN USUAUT Y TODO CAMBIO QUEDA EN LA BITACORA COMUN  *
      * MNTJRNL.                                                     *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COTITULAR ASSIGN TO COTITUL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-CLAVE
               FILE STATUS IS WS-TC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COTITULAR
           RECORDING MODE IS F.
       COPY COTITUL.
       WORKING-STORAGE SECTION.
       01  WS-TC-STATUS                PIC X(02) VALUE '00'.
           88 WS-TC-OK                           VALUE '00'.
           88 WS-TC-FIN                          VALUE '10'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       77  WS-PORC-TOTAL               PIC 9(05)V9(02) VALUE 0.
       77  WS-NRO-TITULARES            PIC 9(02) VALUE 0.
       77  WS-NRO-CAMBIADOS            PIC 9(02) VALUE 0.
       77  WS-REGLA-CUENTA             PIC X(01) VALUE SPACE.
      *--------------------------------------------------------------*
      * IMAGEN DEL TITULAR PARA LA BITACORA MNTJRNL (EL REGISTRO     *
      * COMPLETO NO CABE EN LAS 200 POSICIONES DE LA IMAGEN). LA     *
      * CUENTA VA EN MJW-CLAVE(1:20); AQUI EL DOCUMENTO COMPLETO Y   *
      * LOS DATOS QUE MANTIENE ESTE PROGRAMA.                        *
      *--------------------------------------------------------------*
       01  WS-IMAGEN-COTITULAR.
           05 WS-IMG-TIPO-DOC          PIC X(01).
           05 WS-IMG-NUME-DOC          PIC X(20).
           05 WS-IMG-NOMBRE            PIC X(80).
           05 WS-IMG-FIRMA             PIC X(07).
           05 WS-IMG-PORCENTAJE        PIC 9(03)V9(02).
           05 WS-IMG-REGLA-FIRMA       PIC X(01).
           05 WS-IMG-ESTADO            PIC X(01).
           05 WS-IMG-EMAIL             PIC X(80).
       COPY AUTCHKP.
       COPY DOCVAL.
       COPY MNTJRNWP.
       LINKAGE SECTION.
       COPY COTMNTP.
       PROCEDURE DIVISION USING TCP-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           IF TCP-COD-RETORNO = '00'
              EVALUATE TRUE
                 WHEN TCP-FN-ALTA
                    PERFORM 2000-ALTA-TITULAR
                       THRU 2000-ALTA-TITULAR-EXIT
                 WHEN TCP-FN-MODIFICAR
                    PERFORM 3000-MODIFICAR-TITULAR
                       THRU 3000-MODIFICAR-TITULAR-EXIT
                 WHEN TCP-FN-BAJA
                    PERFORM 3500-BAJA-TITULAR
                 WHEN TCP-FN-REGLA
                    PERFORM 3700-CAMBIAR-REGLA
                       THRU 3700-CAMBIAR-REGLA-EXIT
                 WHEN TCP-FN-CONSULTA
                    PERFORM 4000-CONSULTAR-TITULAR
                 WHEN OTHER
                    MOVE '12'     TO TCP-COD-RETORNO
                    MOVE 'COT001' TO TCP-COD-ERROR-DEV
              END-EVALUATE
           END-IF
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE '00'   TO TCP-COD-RETORNO
           MOVE SPACES TO TCP-COD-ERROR-DEV
           MOVE SPACES TO TCP-ESTADO-RESULTANTE
           MOVE SPACES TO MJW-IMAGEN-ANTERIOR
           MOVE 0      TO TCP-PORC-TOTAL
           MOVE 0      TO TCP-NRO-TITULARES
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE TCP-USU-OPERADOR TO AUT-USUARIO
           MOVE 'CCOTIMNT'       TO AUT-TRANSACCION
           MOVE 0                TO AUT-MTO-OPERACION
           MOVE TCP-CANAL        TO AUT-CANAL
           CALL 'AUTCHK' USING AUT-PARAMETROS
           IF NOT AUT-AUTORIZADO
              MOVE '26'     TO TCP-COD-RETORNO
              MOVE 'AUT001' TO TCP-COD-ERROR-DEV
              GO TO 1000-INICIALIZAR-EXIT
           END-IF
           IF TCP-CTA-VALOR = SPACES
              MOVE '20'     TO TCP-COD-RETORNO
              MOVE 'COT002' TO TCP-COD-ERROR-DEV
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-ALTA-TITULAR.
           PERFORM 2100-VALIDAR-DATOS THRU 2100-VALIDAR-DATOS-EXIT
           IF TCP-COD-RETORNO NOT = '00'
              GO TO 2000-ALTA-TITULAR-EXIT
           END-IF
           OPEN I-O COTITULAR
           PERFORM 2200-VALIDAR-PORCENTAJE
           IF TCP-COD-RETORNO = '00'
              AND WS-NRO-TITULARES NOT < 10
              MOVE '20'     TO TCP-COD-RETORNO
              MOVE 'COT010' TO TCP-COD-ERROR-DEV
           END-IF
           IF TCP-COD-RETORNO = '00'
              AND WS-REGLA-CUENTA = SPACE
              AND TCP-REGLA-FIRMA NOT = 'I'
              AND TCP-REGLA-FIRMA NOT = 'C'
              MOVE '20'     TO TCP-COD-RETORNO
              MOVE 'COT005' TO TCP-COD-ERROR-DEV
           END-IF
           IF TCP-COD-RETORNO = '00'
              MOVE TCP-CTA-VALOR       TO TC-CTAVALOR
              MOVE TCP-TIPO-DOC        TO TC-TIPO-DOC
              MOVE TCP-NUME-DOC        TO TC-NUME-DOC
              PERFORM 7000-MOVER-DATOS
              IF WS-REGLA-CUENTA = SPACE
                 MOVE TCP-REGLA-FIRMA  TO TC-REGLA-FIRMA
              ELSE
                 MOVE WS-REGLA-CUENTA  TO TC-REGLA-FIRMA
              END-IF
              MOVE 'V'                 TO TC-ESTADO
              MOVE WS-FECHA-SISTEMA    TO TC-FEC-ALTA
              MOVE TCP-USU-OPERADOR    TO TC-USU-ALTA
              MOVE 0                   TO TC-FEC-MODIF
              MOVE SPACES              TO TC-USU-MODIF
              WRITE TC-REGISTRO-COTITULAR
                 INVALID KEY
                    MOVE '22'     TO TCP-COD-RETORNO
                    MOVE 'COT006' TO TCP-COD-ERROR-DEV
              END-WRITE
              IF TCP-COD-RETORNO = '00'
                 ADD 1 TO WS-NRO-TITULARES
                 MOVE WS-NRO-TITULARES TO TCP-NRO-TITULARES
                 PERFORM 8000-GRABAR-BITACORA
                 MOVE TC-ESTADO TO TCP-ESTADO-RESULTANTE
              END-IF
           END-IF
           CLOSE COTITULAR
           .
       2000-ALTA-TITULAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-VALIDAR-DATOS.
           IF (TCP-TIPO-DOC NOT = 'D' AND TCP-TIPO-DOC NOT = 'R')
              OR TCP-NUME-DOC = SPACES
              OR TCP-NOMBRE = SPACES
              OR TCP-FIRMA = SPACES
              MOVE '20'     TO TCP-COD-RETORNO
              MOVE 'COT002' TO TCP-COD-ERROR-DEV
              GO TO 2100-VALIDAR-DATOS-EXIT
           END-IF
           MOVE TCP-TIPO-DOC       TO DOC-TIPO-DOCUMENTO
           MOVE TCP-NUME-DOC(1:11) TO DOC-NUMERO-DOCUMENTO
           CALL 'DOCCHK' USING DOC-PARAMETROS
           IF DOC-NO-VALIDO
              MOVE '20'     TO TCP-COD-RETORNO
              MOVE 'COT002' TO TCP-COD-ERROR-DEV
              GO TO 2100-VALIDAR-DATOS-EXIT
           END-IF
           IF TCP-PORCENTAJE = 0
              OR TCP-PORCENTAJE > 100
              MOVE '20'     TO TCP-COD-RETORNO
              MOVE 'COT003' TO TCP-COD-ERROR-DEV
           END-IF
           .
       2100-VALIDAR-DATOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * SUMA LAS PARTICIPACIONES DE LOS DEMAS TITULARES VIGENTES DE  *
      * LA CUENTA MAS LA INFORMADA; NO PUEDE PASAR DE 100.           *
      *--------------------------------------------------------------*
       2200-VALIDAR-PORCENTAJE.
           PERFORM 6500-SUMAR-PORCENTAJES
           ADD TCP-PORCENTAJE TO WS-PORC-TOTAL
           IF WS-PORC-TOTAL > 100
              MOVE '20'     TO TCP-COD-RETORNO
              MOVE 'COT004' TO TCP-COD-ERROR-DEV
           ELSE
              MOVE WS-PORC-TOTAL TO TCP-PORC-TOTAL
           END-IF
           .
       2200-VALIDAR-PORCENTAJE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-MODIFICAR-TITULAR.
           PERFORM 2100-VALIDAR-DATOS THRU 2100-VALIDAR-DATOS-EXIT
           IF TCP-COD-RETORNO NOT = '00'
              GO TO 3000-MODIFICAR-TITULAR-EXIT
           END-IF
           OPEN I-O COTITULAR
           PERFORM 2200-VALIDAR-PORCENTAJE
           IF TCP-COD-RETORNO = '00'
              PERFORM 6000-LEER-TITULAR
           END-IF
           IF TCP-COD-RETORNO = '00'
              IF TC-DE-BAJA
                 MOVE '16'     TO TCP-COD-RETORNO
                 MOVE 'COT008' TO TCP-COD-ERROR-DEV
              ELSE
                 PERFORM 8100-ARMAR-IMAGEN
                 MOVE WS-IMAGEN-COTITULAR TO MJW-IMAGEN-ANTERIOR
                 PERFORM 7000-MOVER-DATOS
                 MOVE WS-FECHA-SISTEMA TO TC-FEC-MODIF
                 MOVE TCP-USU-OPERADOR TO TC-USU-MODIF
                 REWRITE TC-REGISTRO-COTITULAR
                    INVALID KEY
                       MOVE '16'     TO TCP-COD-RETORNO
                       MOVE 'COT009' TO TCP-COD-ERROR-DEV
                 END-REWRITE
                 IF TCP-COD-RETORNO = '00'
                    PERFORM 8000-GRABAR-BITACORA
                 END-IF
              END-IF
              MOVE TC-ESTADO        TO TCP-ESTADO-RESULTANTE
              MOVE WS-NRO-TITULARES TO TCP-NRO-TITULARES
              ADD 1                 TO TCP-NRO-TITULARES
           END-IF
           CLOSE COTITULAR
           .
       3000-MODIFICAR-TITULAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3500-BAJA-TITULAR.
           OPEN I-O COTITULAR
           PERFORM 6000-LEER-TITULAR
           IF TCP-COD-RETORNO = '00'
              IF TC-DE-BAJA
                 MOVE '16'     TO TCP-COD-RETORNO
                 MOVE 'COT008' TO TCP-COD-ERROR-DEV
              ELSE
                 PERFORM 8100-ARMAR-IMAGEN
                 MOVE WS-IMAGEN-COTITULAR TO MJW-IMAGEN-ANTERIOR
                 MOVE 'B'              TO TC-ESTADO
                 MOVE WS-FECHA-SISTEMA TO TC-FEC-MODIF
                 MOVE TCP-USU-OPERADOR TO TC-USU-MODIF
                 REWRITE TC-REGISTRO-COTITULAR
                 PERFORM 8000-GRABAR-BITACORA
              END-IF
              MOVE TC-ESTADO TO TCP-ESTADO-RESULTANTE
              PERFORM 6500-SUMAR-PORCENTAJES
              MOVE WS-PORC-TOTAL    TO TCP-PORC-TOTAL
              MOVE WS-NRO-TITULARES TO TCP-NRO-TITULARES
           END-IF
           CLOSE COTITULAR
           .
       3500-BAJA-TITULAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA REGLA DE FIRMA ES DE LA CUENTA: SE REESCRIBE EN CADA      *
      * TITULAR VIGENTE, CON SU PROPIA LINEA DE BITACORA.            *
      *--------------------------------------------------------------*
       3700-CAMBIAR-REGLA.
           IF TCP-REGLA-FIRMA NOT = 'I'
              AND TCP-REGLA-FIRMA NOT = 'C'
              MOVE '20'     TO TCP-COD-RETORNO
              MOVE 'COT005' TO TCP-COD-ERROR-DEV
              GO TO 3700-CAMBIAR-REGLA-EXIT
           END-IF
           MOVE 0 TO WS-NRO-CAMBIADOS
           MOVE 0 TO WS-NRO-TITULARES
           MOVE 0 TO WS-PORC-TOTAL
           OPEN I-O COTITULAR
           PERFORM 6600-POSICIONAR-CUENTA
           PERFORM 3710-CAMBIAR-REGLA-TITULAR
              UNTIL WS-TC-FIN
                 OR TC-CTAVALOR NOT = TCP-CTA-VALOR
           CLOSE COTITULAR
           IF WS-NRO-TITULARES = 0
              MOVE '12'     TO TCP-COD-RETORNO
              MOVE 'COT007' TO TCP-COD-ERROR-DEV
           ELSE
              MOVE TCP-REGLA-FIRMA  TO TCP-ESTADO-RESULTANTE
              MOVE WS-PORC-TOTAL    TO TCP-PORC-TOTAL
              MOVE WS-NRO-TITULARES TO TCP-NRO-TITULARES
           END-IF
           .
       3700-CAMBIAR-REGLA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3710-CAMBIAR-REGLA-TITULAR.
           IF TC-VIGENTE
              ADD 1             TO WS-NRO-TITULARES
              ADD TC-PORCENTAJE TO WS-PORC-TOTAL
              IF TC-REGLA-FIRMA NOT = TCP-REGLA-FIRMA
                 PERFORM 8100-ARMAR-IMAGEN
                 MOVE WS-IMAGEN-COTITULAR TO MJW-IMAGEN-ANTERIOR
                 MOVE TCP-REGLA-FIRMA  TO TC-REGLA-FIRMA
                 MOVE WS-FECHA-SISTEMA TO TC-FEC-MODIF
                 MOVE TCP-USU-OPERADOR TO TC-USU-MODIF
                 REWRITE TC-REGISTRO-COTITULAR
                 ADD 1 TO WS-NRO-CAMBIADOS
                 PERFORM 8000-GRABAR-BITACORA
              END-IF
           END-IF
           READ COTITULAR NEXT RECORD
              AT END MOVE '10' TO WS-TC-STATUS
           END-READ
           .
       3710-CAMBIAR-REGLA-TITULAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-CONSULTAR-TITULAR.
           OPEN INPUT COTITULAR
           PERFORM 6500-SUMAR-PORCENTAJES
           MOVE WS-PORC-TOTAL    TO TCP-PORC-TOTAL
           MOVE WS-NRO-TITULARES TO TCP-NRO-TITULARES
           PERFORM 6000-LEER-TITULAR
           IF TCP-COD-RETORNO = '00'
              IF TC-VIGENTE
                 ADD TC-PORCENTAJE TO TCP-PORC-TOTAL
                 ADD 1             TO TCP-NRO-TITULARES
              END-IF
              MOVE TC-NOMBRE       TO TCP-NOMBRE
              MOVE TC-EMAIL        TO TCP-EMAIL
              MOVE TC-FIRMA        TO TCP-FIRMA
              MOVE TC-PORCENTAJE   TO TCP-PORCENTAJE
              MOVE TC-REGLA-FIRMA  TO TCP-REGLA-FIRMA
              MOVE TC-ESTADO       TO TCP-ESTADO-RESULTANTE
           END-IF
           CLOSE COTITULAR
           .
       4000-CONSULTAR-TITULAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6000-LEER-TITULAR.
           MOVE TCP-CTA-VALOR TO TC-CTAVALOR
           MOVE TCP-TIPO-DOC  TO TC-TIPO-DOC
           MOVE TCP-NUME-DOC  TO TC-NUME-DOC
           READ COTITULAR
              INVALID KEY
                 MOVE '12'     TO TCP-COD-RETORNO
                 MOVE 'COT007' TO TCP-COD-ERROR-DEV
           END-READ
           .
       6000-LEER-TITULAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * RECORRE LOS TITULARES DE LA CUENTA: SUMA LAS PARTICIPACIONES *
      * Y CUENTA LOS VIGENTES DISTINTOS DEL INFORMADO, Y TOMA LA     *
      * REGLA DE FIRMA QUE YA TIENE LA CUENTA.                       *
      *--------------------------------------------------------------*
       6500-SUMAR-PORCENTAJES.
           MOVE 0     TO WS-PORC-TOTAL
           MOVE 0     TO WS-NRO-TITULARES
           MOVE SPACE TO WS-REGLA-CUENTA
           PERFORM 6600-POSICIONAR-CUENTA
           PERFORM 6510-SUMAR-TITULAR
              UNTIL WS-TC-FIN
                 OR TC-CTAVALOR NOT = TCP-CTA-VALOR
           .
       6500-SUMAR-PORCENTAJES-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6510-SUMAR-TITULAR.
           IF TC-VIGENTE
              MOVE TC-REGLA-FIRMA TO WS-REGLA-CUENTA
              IF TC-TIPO-DOC NOT = TCP-TIPO-DOC
                 OR TC-NUME-DOC NOT = TCP-NUME-DOC
                 ADD TC-PORCENTAJE TO WS-PORC-TOTAL
                 ADD 1             TO WS-NRO-TITULARES
              END-IF
           END-IF
           READ COTITULAR NEXT RECORD
              AT END MOVE '10' TO WS-TC-STATUS
           END-READ
           .
       6510-SUMAR-TITULAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6600-POSICIONAR-CUENTA.
           MOVE '00'          TO WS-TC-STATUS
           MOVE LOW-VALUES    TO TC-CLAVE
           MOVE TCP-CTA-VALOR TO TC-CTAVALOR
           START COTITULAR KEY IS NOT LESS THAN TC-CLAVE
              INVALID KEY MOVE '10' TO WS-TC-STATUS
           END-START
           IF WS-TC-OK
              READ COTITULAR NEXT RECORD
                 AT END MOVE '10' TO WS-TC-STATUS
              END-READ
           END-IF
           .
       6600-POSICIONAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7000-MOVER-DATOS.
           MOVE TCP-NOMBRE          TO TC-NOMBRE
           MOVE TCP-EMAIL           TO TC-EMAIL
           MOVE TCP-FIRMA           TO TC-FIRMA
           MOVE TCP-PORCENTAJE      TO TC-PORCENTAJE
           .
       7000-MOVER-DATOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8000-GRABAR-BITACORA.
           MOVE 'COTITUL '               TO MJW-MAESTRO
           MOVE 'CCOTIMNT'               TO MJW-PROGRAMA
           MOVE TCP-FUNCION              TO MJW-FUNCION
           MOVE TCP-USU-OPERADOR         TO MJW-USUARIO
           MOVE TCP-TERMINAL             TO MJW-TERMINAL
           MOVE TC-CTAVALOR              TO MJW-CLAVE(1:20)
           MOVE TC-TIPO-DOC              TO MJW-CLAVE(21:1)
           MOVE TC-NUME-DOC(1:19)        TO MJW-CLAVE(22:19)
           PERFORM 8100-ARMAR-IMAGEN
           MOVE WS-IMAGEN-COTITULAR      TO MJW-IMAGEN-NUEVA
           CALL 'MNTJRNW' USING MJW-PARAMETROS
           .
       8000-GRABAR-BITACORA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8100-ARMAR-IMAGEN.
           MOVE TC-TIPO-DOC              TO WS-IMG-TIPO-DOC
           MOVE TC-NUME-DOC              TO WS-IMG-NUME-DOC
           MOVE TC-NOMBRE                TO WS-IMG-NOMBRE
           MOVE TC-FIRMA                 TO WS-IMG-FIRMA
           MOVE TC-PORCENTAJE            TO WS-IMG-PORCENTAJE
           MOVE TC-REGLA-FIRMA           TO WS-IMG-REGLA-FIRMA
           MOVE TC-ESTADO                TO WS-IMG-ESTADO
           MOVE TC-EMAIL                 TO WS-IMG-EMAIL
           .
       8100-ARMAR-IMAGEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

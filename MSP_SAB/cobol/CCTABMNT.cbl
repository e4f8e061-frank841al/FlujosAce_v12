       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCTABMNT.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  21/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 21/09/2026 JQ      ALTA. MANTENIMIENTO DE CUENTAS BANCARIAS  *
      *                    REGISTRADAS DEL CLIENTE (CTABANC): ALTA   *
      *                    CON VALIDACION DEL CCI Y DEL TITULAR,     *
      *                    VERIFICACION POR OPERACIONES, BAJA Y      *
      *                    CONSULTA.                                 *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * EL ALTA EXIGE UN CCI DE 20 DIGITOS CUYOS DOS DIGITOS DE      *
      * CONTROL CUADREN (BANCO+OFICINA Y NUMERO DE CUENTA, PESOS 1-2 *
      * ALTERNADOS) Y QUE EL TITULAR TENGA EL MISMO DOCUMENTO QUE EL *
      * CLIENTE DE LA CUENTA-VALOR EN EL EXTRACTO EODCLI: NO SE      *
      * REGISTRAN CUENTAS DE TERCEROS. LA CUENTA NACE PENDIENTE; LA  *
      * VERIFICACION LA HACE OPERACIONES CON EL PERFIL CCTABVER Y    *
      * NUNCA EL MISMO USUARIO QUE LA REGISTRO. TODA ALTA,           *
      * VERIFICACION O BAJA QUEDA EN LA BITACORA COMUN MNTJRNL.      *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTA-BANCARIA ASSIGN TO CTABANC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IB-CLAVE
               FILE STATUS IS WS-IB-STATUS.
           SELECT CLIENTE-EXT ASSIGN TO EODCLI
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CUENTA-BANCARIA
           RECORDING MODE IS F.
       COPY CTABANC.
       FD  CLIENTE-EXT
           RECORDING MODE IS F.
       COPY EODCLI.
       WORKING-STORAGE SECTION.
       01  WS-IB-STATUS                PIC X(02) VALUE '00'.
           88 WS-IB-OK                           VALUE '00'.
           88 WS-IB-NO-ENCONTRADO                VALUE '23'.
       77  WS-EOF-CLIENTE              PIC X(01) VALUE 'N'.
           88 WS-FIN-CLIENTE                     VALUE 'S'.
       77  WS-SW-CLIENTE               PIC X(01) VALUE 'N'.
           88 WS-CLIENTE-UBICADO                 VALUE 'S'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       77  WS-IDX                      PIC 9(02) COMP.
       77  WS-PRODUCTO                 PIC 9(02) COMP.
       77  WS-SUMA-CONTROL             PIC 9(03) COMP.
       77  WS-COCIENTE                 PIC 9(03) COMP.
       77  WS-RESTO                    PIC 9(02) COMP.
       77  WS-DIGITO-CALCULADO         PIC 9(01).
       01  WS-CCI                      PIC X(20).
       01  WS-CCI-R REDEFINES WS-CCI.
           05 WS-CCI-DIGITO            PIC 9(01) OCCURS 20 TIMES.
       01  WS-CCI-PARTES REDEFINES WS-CCI.
           05 WS-CCI-ENTIDAD           PIC X(06).
           05 WS-CCI-CUENTA            PIC X(12).
           05 WS-CCI-CONTROL-1         PIC 9(01).
           05 WS-CCI-CONTROL-2         PIC 9(01).
       COPY AUTCHKP.
       COPY MNTJRNWP.
       LINKAGE SECTION.
       COPY CTABANCP.
       PROCEDURE DIVISION USING IBP-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           IF IBP-COD-RETORNO = '00'
              EVALUATE TRUE
                 WHEN IBP-FN-ALTA
                    PERFORM 2000-ALTA-CUENTA THRU 2000-ALTA-CUENTA-EXIT
                 WHEN IBP-FN-VERIFICAR
                    PERFORM 3000-VERIFICAR-CUENTA
                 WHEN IBP-FN-BAJA
                    PERFORM 3500-BAJA-CUENTA
                 WHEN IBP-FN-CONSULTA
                    PERFORM 4000-CONSULTAR-CUENTA
                 WHEN OTHER
                    MOVE '12'     TO IBP-COD-RETORNO
                    MOVE 'CTB001' TO IBP-COD-ERROR-DEV
              END-EVALUATE
           END-IF
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE '00'   TO IBP-COD-RETORNO
           MOVE SPACES TO IBP-COD-ERROR-DEV
           MOVE SPACES TO MJW-IMAGEN-ANTERIOR
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE IBP-USU-OPERADOR TO AUT-USUARIO
           IF IBP-FN-VERIFICAR
              MOVE 'CCTABVER'    TO AUT-TRANSACCION
           ELSE
              MOVE 'CCTABMNT'    TO AUT-TRANSACCION
           END-IF
           MOVE 0                TO AUT-MTO-OPERACION
           MOVE IBP-CANAL        TO AUT-CANAL
           CALL 'AUTCHK' USING AUT-PARAMETROS
           IF NOT AUT-AUTORIZADO
              MOVE '26'     TO IBP-COD-RETORNO
              MOVE 'AUT001' TO IBP-COD-ERROR-DEV
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-ALTA-CUENTA.
           PERFORM 2100-VALIDAR-CCI THRU 2100-VALIDAR-CCI-EXIT
           IF IBP-COD-RETORNO NOT = '00'
              GO TO 2000-ALTA-CUENTA-EXIT
           END-IF
           PERFORM 2200-VALIDAR-TITULAR THRU 2200-VALIDAR-TITULAR-EXIT
           IF IBP-COD-RETORNO NOT = '00'
              GO TO 2000-ALTA-CUENTA-EXIT
           END-IF
           OPEN I-O CUENTA-BANCARIA
           MOVE IBP-CTA-VALOR       TO IB-CTAVALOR
           MOVE IBP-CCI             TO IB-CCI
           MOVE IBP-BANCO           TO IB-BANCO
           MOVE IBP-MONEDA          TO IB-MONEDA
           MOVE IBP-TIPO-DOC        TO IB-TIPO-DOC
           MOVE IBP-NUME-DOC        TO IB-NUME-DOC
           MOVE IBP-TITULAR         TO IB-TITULAR
           MOVE 'P'                 TO IB-ESTADO
           IF IBP-IND-PAGO-EVENTOS = 'S'
              MOVE 'S'              TO IB-IND-PAGO-EVENTOS
           ELSE
              MOVE 'N'              TO IB-IND-PAGO-EVENTOS
           END-IF
           MOVE WS-FECHA-SISTEMA    TO IB-FEC-ALTA
           MOVE IBP-USU-OPERADOR    TO IB-USU-ALTA
           MOVE 0                   TO IB-FEC-VERIFICACION
           MOVE SPACES              TO IB-USU-VERIFICACION
           WRITE IB-REGISTRO-CUENTA
              INVALID KEY
                 MOVE '22'     TO IBP-COD-RETORNO
                 MOVE 'CTB005' TO IBP-COD-ERROR-DEV
           END-WRITE
           IF IBP-COD-RETORNO = '00'
              PERFORM 8000-GRABAR-BITACORA
           END-IF
           MOVE IB-ESTADO TO IBP-ESTADO-RESULTANTE
           CLOSE CUENTA-BANCARIA
           .
       2000-ALTA-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * DIGITOS DE CONTROL DEL CCI: EL PRIMERO SOBRE BANCO Y OFICINA *
      * (POSICIONES 1 A 6), EL SEGUNDO SOBRE EL NUMERO DE CUENTA     *
      * (POSICIONES 7 A 18). CADA DIGITO SE MULTIPLICA POR 1 Y 2     *
      * ALTERNADOS, UN PRODUCTO DE DOS CIFRAS SE REDUCE A LA SUMA DE *
      * SUS CIFRAS, Y EL DIGITO ES LO QUE FALTA A LA SUMA PARA LA    *
      * DECENA SIGUIENTE (CERO SI YA ES DECENA).                     *
      *--------------------------------------------------------------*
       2100-VALIDAR-CCI.
           MOVE IBP-CCI TO WS-CCI
           IF WS-CCI NOT NUMERIC
              MOVE '20'     TO IBP-COD-RETORNO
              MOVE 'CTB002' TO IBP-COD-ERROR-DEV
              GO TO 2100-VALIDAR-CCI-EXIT
           END-IF
           MOVE 0 TO WS-SUMA-CONTROL
           PERFORM 2110-SUMAR-DIGITO
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > 6
           PERFORM 2120-CALCULAR-DIGITO
           IF WS-DIGITO-CALCULADO NOT = WS-CCI-CONTROL-1
              MOVE '20'     TO IBP-COD-RETORNO
              MOVE 'CTB002' TO IBP-COD-ERROR-DEV
              GO TO 2100-VALIDAR-CCI-EXIT
           END-IF
           MOVE 0 TO WS-SUMA-CONTROL
           PERFORM 2110-SUMAR-DIGITO
              VARYING WS-IDX FROM 7 BY 1
              UNTIL WS-IDX > 18
           PERFORM 2120-CALCULAR-DIGITO
           IF WS-DIGITO-CALCULADO NOT = WS-CCI-CONTROL-2
              MOVE '20'     TO IBP-COD-RETORNO
              MOVE 'CTB002' TO IBP-COD-ERROR-DEV
           END-IF
           .
       2100-VALIDAR-CCI-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      *    LAS POSICIONES IMPARES DE CADA TRAMO PESAN 1 Y LAS PARES  *
      *    2 (EL TRAMO DE CUENTA EMPIEZA EN LA POSICION 7, IMPAR).   *
      *--------------------------------------------------------------*
       2110-SUMAR-DIGITO.
           DIVIDE WS-IDX BY 2 GIVING WS-COCIENTE REMAINDER WS-RESTO
           IF WS-RESTO = 1
              MOVE WS-CCI-DIGITO(WS-IDX) TO WS-PRODUCTO
           ELSE
              COMPUTE WS-PRODUCTO = WS-CCI-DIGITO(WS-IDX) * 2
           END-IF
           IF WS-PRODUCTO > 9
              SUBTRACT 9 FROM WS-PRODUCTO
           END-IF
           ADD WS-PRODUCTO TO WS-SUMA-CONTROL
           .
       2110-SUMAR-DIGITO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2120-CALCULAR-DIGITO.
           DIVIDE WS-SUMA-CONTROL BY 10
              GIVING WS-COCIENTE REMAINDER WS-RESTO
           IF WS-RESTO = 0
              MOVE 0 TO WS-DIGITO-CALCULADO
           ELSE
              COMPUTE WS-DIGITO-CALCULADO = 10 - WS-RESTO
           END-IF
           .
       2120-CALCULAR-DIGITO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL TITULAR DE LA CUENTA BANCARIA DEBE SER EL CLIENTE: MISMO  *
      * TIPO Y NUMERO DE DOCUMENTO QUE LA CUENTA-VALOR EN EODCLI.    *
      *--------------------------------------------------------------*
       2200-VALIDAR-TITULAR.
           MOVE 'N' TO WS-SW-CLIENTE
           MOVE 'N' TO WS-EOF-CLIENTE
           OPEN INPUT CLIENTE-EXT
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           PERFORM 2210-BUSCAR-CLIENTE
              UNTIL WS-FIN-CLIENTE
                 OR WS-CLIENTE-UBICADO
           CLOSE CLIENTE-EXT
           IF NOT WS-CLIENTE-UBICADO
              MOVE '12'     TO IBP-COD-RETORNO
              MOVE 'CTB003' TO IBP-COD-ERROR-DEV
              GO TO 2200-VALIDAR-TITULAR-EXIT
           END-IF
           IF IBP-TIPO-DOC NOT = EC-TIPO-DOC
              OR IBP-NUME-DOC NOT = EC-NUME-DOC
              MOVE '20'     TO IBP-COD-RETORNO
              MOVE 'CTB004' TO IBP-COD-ERROR-DEV
           END-IF
           .
       2200-VALIDAR-TITULAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2210-BUSCAR-CLIENTE.
           IF EC-CTAVALOR = IBP-CTA-VALOR
              MOVE 'S' TO WS-SW-CLIENTE
           ELSE
              READ CLIENTE-EXT
                 AT END MOVE 'S' TO WS-EOF-CLIENTE
              END-READ
           END-IF
           .
       2210-BUSCAR-CLIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-VERIFICAR-CUENTA.
           PERFORM 6000-LEER-CUENTA
           IF IBP-COD-RETORNO = '00'
              EVALUATE TRUE
                 WHEN NOT IB-PENDIENTE
                    MOVE '16'     TO IBP-COD-RETORNO
                    MOVE 'CTB007' TO IBP-COD-ERROR-DEV
                 WHEN IBP-USU-OPERADOR = IB-USU-ALTA
                    MOVE '16'     TO IBP-COD-RETORNO
                    MOVE 'CTB008' TO IBP-COD-ERROR-DEV
                 WHEN OTHER
                    MOVE IB-REGISTRO-CUENTA TO MJW-IMAGEN-ANTERIOR
                    MOVE 'V'              TO IB-ESTADO
                    MOVE WS-FECHA-SISTEMA TO IB-FEC-VERIFICACION
                    MOVE IBP-USU-OPERADOR TO IB-USU-VERIFICACION
                    REWRITE IB-REGISTRO-CUENTA
                    PERFORM 8000-GRABAR-BITACORA
              END-EVALUATE
              MOVE IB-ESTADO TO IBP-ESTADO-RESULTANTE
           END-IF
           CLOSE CUENTA-BANCARIA
           .
       3000-VERIFICAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3500-BAJA-CUENTA.
           PERFORM 6000-LEER-CUENTA
           IF IBP-COD-RETORNO = '00'
              IF IB-DE-BAJA
                 MOVE '16'     TO IBP-COD-RETORNO
                 MOVE 'CTB007' TO IBP-COD-ERROR-DEV
              ELSE
                 MOVE IB-REGISTRO-CUENTA TO MJW-IMAGEN-ANTERIOR
                 MOVE 'B' TO IB-ESTADO
                 REWRITE IB-REGISTRO-CUENTA
                 PERFORM 8000-GRABAR-BITACORA
              END-IF
              MOVE IB-ESTADO TO IBP-ESTADO-RESULTANTE
           END-IF
           CLOSE CUENTA-BANCARIA
           .
       3500-BAJA-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-CONSULTAR-CUENTA.
           PERFORM 6000-LEER-CUENTA
           IF IBP-COD-RETORNO = '00'
              MOVE IB-BANCO            TO IBP-BANCO
              MOVE IB-MONEDA           TO IBP-MONEDA
              MOVE IB-TIPO-DOC         TO IBP-TIPO-DOC
              MOVE IB-NUME-DOC         TO IBP-NUME-DOC
              MOVE IB-TITULAR          TO IBP-TITULAR
              MOVE IB-IND-PAGO-EVENTOS TO IBP-IND-PAGO-EVENTOS
              MOVE IB-ESTADO           TO IBP-ESTADO-RESULTANTE
           END-IF
           CLOSE CUENTA-BANCARIA
           .
       4000-CONSULTAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6000-LEER-CUENTA.
           OPEN I-O CUENTA-BANCARIA
           MOVE IBP-CTA-VALOR TO IB-CTAVALOR
           MOVE IBP-CCI       TO IB-CCI
           READ CUENTA-BANCARIA
              INVALID KEY
                 MOVE '12'     TO IBP-COD-RETORNO
                 MOVE 'CTB006' TO IBP-COD-ERROR-DEV
           END-READ
           .
       6000-LEER-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8000-GRABAR-BITACORA.
           MOVE 'CTABANC'              TO MJW-MAESTRO
           MOVE 'CCTABMNT'             TO MJW-PROGRAMA
           MOVE IBP-FUNCION            TO MJW-FUNCION
           MOVE IBP-USU-OPERADOR       TO MJW-USUARIO
           MOVE IBP-TERMINAL           TO MJW-TERMINAL
           MOVE IB-CLAVE               TO MJW-CLAVE
           MOVE IB-REGISTRO-CUENTA     TO MJW-IMAGEN-NUEVA
           CALL 'MNTJRNW' USING MJW-PARAMETROS
           .
       8000-GRABAR-BITACORA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

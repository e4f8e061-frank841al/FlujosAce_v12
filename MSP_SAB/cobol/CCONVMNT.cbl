       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCONVMNT.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  21/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 21/09/2026 JQ      ALTA. MANTENIMIENTO DE CONVENIOS MARCO DE *
      *                    PRODUCTO FIRMADOS (CONVFIRM): REGISTRO DE *
      *                    LA FIRMA CON VERSION Y FECHA, REVOCACION  *
      *                    Y CONSULTA.                               *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * EL REGISTRO VALIDA EL CODIGO DE PRODUCTO, LA VERSION Y UNA   *
      * FECHA DE FIRMA QUE NO SEA FUTURA. SI LA CUENTA YA TIENE      *
      * CONVENIO DEL PRODUCTO, LA NUEVA FIRMA LO REEMPLAZA SIEMPRE   *
      * QUE NO SEA DE UNA VERSION ANTERIOR A LA YA FIRMADA (UN       *
      * CONVENIO REVOCADO VUELVE A QUEDAR VIGENTE). TODO REGISTRO O  *
      * REVOCACION QUEDA EN LA BITACORA COMUN MNTJRNL.               *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVENIO-FIRMADO ASSIGN TO CONVFIRM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CF-CLAVE
               FILE STATUS IS WS-CF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONVENIO-FIRMADO
           RECORDING MODE IS F.
       COPY CONVFIRM.
       WORKING-STORAGE SECTION.
       01  WS-CF-STATUS                PIC X(02) VALUE '00'.
           88 WS-CF-OK                           VALUE '00'.
           88 WS-CF-NO-ENCONTRADO                VALUE '23'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       COPY AUTCHKP.
       COPY MNTJRNWP.
       LINKAGE SECTION.
       COPY CONVMNTP.
       PROCEDURE DIVISION USING CFP-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           IF CFP-COD-RETORNO = '00'
              EVALUATE TRUE
                 WHEN CFP-FN-REGISTRAR
                    PERFORM 2000-REGISTRAR-FIRMA
                       THRU 2000-REGISTRAR-FIRMA-EXIT
                 WHEN CFP-FN-REVOCAR
                    PERFORM 3000-REVOCAR-CONVENIO
                 WHEN CFP-FN-CONSULTA
                    PERFORM 4000-CONSULTAR-CONVENIO
                 WHEN OTHER
                    MOVE '12'     TO CFP-COD-RETORNO
                    MOVE 'CNV001' TO CFP-COD-ERROR-DEV
              END-EVALUATE
           END-IF
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE '00'   TO CFP-COD-RETORNO
           MOVE SPACES TO CFP-COD-ERROR-DEV
           MOVE SPACES TO CFP-ESTADO-RESULTANTE
           MOVE SPACES TO MJW-IMAGEN-ANTERIOR
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE CFP-USU-OPERADOR TO AUT-USUARIO
           MOVE 'CCONVMNT'       TO AUT-TRANSACCION
           MOVE 0                TO AUT-MTO-OPERACION
           MOVE CFP-CANAL        TO AUT-CANAL
           CALL 'AUTCHK' USING AUT-PARAMETROS
           IF NOT AUT-AUTORIZADO
              MOVE '26'     TO CFP-COD-RETORNO
              MOVE 'AUT001' TO CFP-COD-ERROR-DEV
              GO TO 1000-INICIALIZAR-EXIT
           END-IF
           MOVE CFP-PRODUCTO TO CF-PRODUCTO
           IF NOT CF-PRODUCTO-VALIDO
              MOVE '20'     TO CFP-COD-RETORNO
              MOVE 'CNV002' TO CFP-COD-ERROR-DEV
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-REGISTRAR-FIRMA.
           IF CFP-VERSION = 0
              OR CFP-FEC-FIRMA = 0
              OR CFP-FEC-FIRMA > WS-FECHA-SISTEMA
              MOVE '20'     TO CFP-COD-RETORNO
              MOVE 'CNV003' TO CFP-COD-ERROR-DEV
              GO TO 2000-REGISTRAR-FIRMA-EXIT
           END-IF
           OPEN I-O CONVENIO-FIRMADO
           MOVE '00'          TO WS-CF-STATUS
           MOVE CFP-CTA-VALOR TO CF-CTAVALOR
           MOVE CFP-PRODUCTO  TO CF-PRODUCTO
           READ CONVENIO-FIRMADO
              INVALID KEY MOVE '23' TO WS-CF-STATUS
           END-READ
           IF WS-CF-OK
              IF CFP-VERSION < CF-VERSION
                 MOVE '16'     TO CFP-COD-RETORNO
                 MOVE 'CNV004' TO CFP-COD-ERROR-DEV
                 MOVE CF-ESTADO TO CFP-ESTADO-RESULTANTE
                 CLOSE CONVENIO-FIRMADO
                 GO TO 2000-REGISTRAR-FIRMA-EXIT
              END-IF
              MOVE CF-REGISTRO-CONVENIO TO MJW-IMAGEN-ANTERIOR
           ELSE
              MOVE SPACES        TO CF-REGISTRO-CONVENIO
              MOVE CFP-CTA-VALOR TO CF-CTAVALOR
              MOVE CFP-PRODUCTO  TO CF-PRODUCTO
           END-IF
           MOVE CFP-VERSION         TO CF-VERSION
           MOVE CFP-FEC-FIRMA       TO CF-FEC-FIRMA
           IF CFP-IND-DECLARACION = 'S'
              MOVE 'S'              TO CF-IND-DECLARACION
           ELSE
              MOVE 'N'              TO CF-IND-DECLARACION
           END-IF
           MOVE 'V'                 TO CF-ESTADO
           MOVE WS-FECHA-SISTEMA    TO CF-FEC-REGISTRO
           MOVE CFP-USU-OPERADOR    TO CF-USU-REGISTRO
           MOVE 0                   TO CF-FEC-REVOCACION
           MOVE SPACES              TO CF-USU-REVOCACION
           IF WS-CF-OK
              REWRITE CF-REGISTRO-CONVENIO
                 INVALID KEY
                    MOVE '16'     TO CFP-COD-RETORNO
                    MOVE 'CNV007' TO CFP-COD-ERROR-DEV
              END-REWRITE
           ELSE
              WRITE CF-REGISTRO-CONVENIO
                 INVALID KEY
                    MOVE '22'     TO CFP-COD-RETORNO
                    MOVE 'CNV007' TO CFP-COD-ERROR-DEV
              END-WRITE
           END-IF
           IF CFP-COD-RETORNO = '00'
              PERFORM 8000-GRABAR-BITACORA
           END-IF
           MOVE CF-ESTADO TO CFP-ESTADO-RESULTANTE
           CLOSE CONVENIO-FIRMADO
           .
       2000-REGISTRAR-FIRMA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-REVOCAR-CONVENIO.
           PERFORM 6000-LEER-CONVENIO
           IF CFP-COD-RETORNO = '00'
              IF CF-REVOCADO
                 MOVE '16'     TO CFP-COD-RETORNO
                 MOVE 'CNV006' TO CFP-COD-ERROR-DEV
              ELSE
                 MOVE CF-REGISTRO-CONVENIO TO MJW-IMAGEN-ANTERIOR
                 MOVE 'R'              TO CF-ESTADO
                 MOVE WS-FECHA-SISTEMA TO CF-FEC-REVOCACION
                 MOVE CFP-USU-OPERADOR TO CF-USU-REVOCACION
                 REWRITE CF-REGISTRO-CONVENIO
                 PERFORM 8000-GRABAR-BITACORA
              END-IF
              MOVE CF-ESTADO TO CFP-ESTADO-RESULTANTE
           END-IF
           CLOSE CONVENIO-FIRMADO
           .
       3000-REVOCAR-CONVENIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-CONSULTAR-CONVENIO.
           PERFORM 6000-LEER-CONVENIO
           IF CFP-COD-RETORNO = '00'
              MOVE CF-VERSION         TO CFP-VERSION
              MOVE CF-FEC-FIRMA       TO CFP-FEC-FIRMA
              MOVE CF-IND-DECLARACION TO CFP-IND-DECLARACION
              MOVE CF-ESTADO          TO CFP-ESTADO-RESULTANTE
           END-IF
           CLOSE CONVENIO-FIRMADO
           .
       4000-CONSULTAR-CONVENIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6000-LEER-CONVENIO.
           OPEN I-O CONVENIO-FIRMADO
           MOVE CFP-CTA-VALOR TO CF-CTAVALOR
           MOVE CFP-PRODUCTO  TO CF-PRODUCTO
           READ CONVENIO-FIRMADO
              INVALID KEY
                 MOVE '12'     TO CFP-COD-RETORNO
                 MOVE 'CNV005' TO CFP-COD-ERROR-DEV
           END-READ
           .
       6000-LEER-CONVENIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8000-GRABAR-BITACORA.
           MOVE 'CONVFIRM'             TO MJW-MAESTRO
           MOVE 'CCONVMNT'             TO MJW-PROGRAMA
           MOVE CFP-FUNCION            TO MJW-FUNCION
           MOVE CFP-USU-OPERADOR       TO MJW-USUARIO
           MOVE CFP-TERMINAL           TO MJW-TERMINAL
           MOVE CF-CLAVE               TO MJW-CLAVE
           MOVE CF-REGISTRO-CONVENIO   TO MJW-IMAGEN-NUEVA
           CALL 'MNTJRNW' USING MJW-PARAMETROS
           .
       8000-GRABAR-BITACORA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

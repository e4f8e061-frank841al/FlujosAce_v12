       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCOMNMNT.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  28/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 28/09/2026 JQ      ALTA. MANTENIMIENTO DE ACUERDOS DE        *
      *                    COMISION NEGOCIADOS POR CUENTA-VALOR      *
      *                    (COMNEGO): REGISTRO DE LA LINEA CON TASA  *
      *                    Y VIGENCIA, ANULACION Y CONSULTA.         *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * EL REGISTRO VALIDA EL TIPO DE INSTRUMENTO (RENTA VARIABLE O  *
      * FIJA), QUE EL CME-CODCOM EXISTA EN EL TARIFARIO COMSCHED     *
      * PARA ESE TIPO (DE ALLI TOMA LA DESCRIPCION DE LA LINEA) Y    *
      * UNA VIGENCIA CON FECHA DESDE INFORMADA Y FECHA HASTA NO      *
      * ANTERIOR A LA DESDE NI A HOY. SI LA LINEA YA EXISTE, LA      *
      * RENEGOCIACION LA REEMPLAZA (UNA LINEA ANULADA VUELVE A       *
      * QUEDAR VIGENTE). TODO REGISTRO O ANULACION QUEDA EN LA       *
      * BITACORA COMUN MNTJRNL.                                      *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACUERDO-COMISION ASSIGN TO COMNEGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNG-CLAVE
               FILE STATUS IS WS-CNG-STATUS.
           SELECT TARIFARIO ASSIGN TO COMSCHED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CME-CLAVE
               FILE STATUS IS WS-CME-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACUERDO-COMISION
           RECORDING MODE IS F.
       COPY COMNEGO.
       FD  TARIFARIO
           RECORDING MODE IS F.
       COPY COMSCHED.
       WORKING-STORAGE SECTION.
       01  WS-CNG-STATUS               PIC X(02) VALUE '00'.
           88 WS-CNG-OK                          VALUE '00'.
           88 WS-CNG-NO-ENCONTRADO               VALUE '23'.
       01  WS-CME-STATUS               PIC X(02) VALUE '00'.
           88 WS-CME-OK                          VALUE '00'.
           88 WS-CME-FIN                         VALUE '10'.
       77  WS-SW-CODCOM                PIC X(01) VALUE 'N'.
           88 WS-CODCOM-EN-TARIFARIO             VALUE 'S'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       COPY AUTCHKP.
       COPY MNTJRNWP.
       LINKAGE SECTION.
       COPY COMNMNTP.
       PROCEDURE DIVISION USING CNP-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           IF CNP-COD-RETORNO = '00'
              EVALUATE TRUE
                 WHEN CNP-FN-REGISTRAR
                    PERFORM 2000-REGISTRAR-ACUERDO
                       THRU 2000-REGISTRAR-ACUERDO-EXIT
                 WHEN CNP-FN-ANULAR
                    PERFORM 3000-ANULAR-ACUERDO
                 WHEN CNP-FN-CONSULTA
                    PERFORM 4000-CONSULTAR-ACUERDO
                 WHEN OTHER
                    MOVE '12'     TO CNP-COD-RETORNO
                    MOVE 'CNG001' TO CNP-COD-ERROR-DEV
              END-EVALUATE
           END-IF
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE '00'   TO CNP-COD-RETORNO
           MOVE SPACES TO CNP-COD-ERROR-DEV
           MOVE SPACES TO CNP-ESTADO-RESULTANTE
           MOVE SPACES TO MJW-IMAGEN-ANTERIOR
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE CNP-USU-OPERADOR TO AUT-USUARIO
           MOVE 'CCOMNMNT'       TO AUT-TRANSACCION
           MOVE 0                TO AUT-MTO-OPERACION
           MOVE CNP-CANAL        TO AUT-CANAL
           CALL 'AUTCHK' USING AUT-PARAMETROS
           IF NOT AUT-AUTORIZADO
              MOVE '26'     TO CNP-COD-RETORNO
              MOVE 'AUT001' TO CNP-COD-ERROR-DEV
              GO TO 1000-INICIALIZAR-EXIT
           END-IF
           IF CNP-TIPO-INSTRUMENTO NOT = 'V'
              AND CNP-TIPO-INSTRUMENTO NOT = 'F'
              MOVE '20'     TO CNP-COD-RETORNO
              MOVE 'CNG002' TO CNP-COD-ERROR-DEV
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-REGISTRAR-ACUERDO.
           PERFORM 2100-VALIDAR-CODCOM
           IF NOT WS-CODCOM-EN-TARIFARIO
              MOVE '20'     TO CNP-COD-RETORNO
              MOVE 'CNG003' TO CNP-COD-ERROR-DEV
              GO TO 2000-REGISTRAR-ACUERDO-EXIT
           END-IF
           IF CNP-FEC-DESDE = 0
              OR CNP-FEC-HASTA < CNP-FEC-DESDE
              OR CNP-FEC-HASTA < WS-FECHA-SISTEMA
              MOVE '20'     TO CNP-COD-RETORNO
              MOVE 'CNG004' TO CNP-COD-ERROR-DEV
              GO TO 2000-REGISTRAR-ACUERDO-EXIT
           END-IF
           OPEN I-O ACUERDO-COMISION
           MOVE '00'                 TO WS-CNG-STATUS
           MOVE CNP-CTA-VALOR        TO CNG-CTAVALOR
           MOVE CNP-TIPO-INSTRUMENTO TO CNG-TIPO-INSTRUMENTO
           MOVE CNP-CODCOM           TO CNG-CODCOM
           READ ACUERDO-COMISION
              INVALID KEY MOVE '23' TO WS-CNG-STATUS
           END-READ
           IF WS-CNG-OK
              MOVE CNG-REGISTRO-ACUERDO TO MJW-IMAGEN-ANTERIOR
           ELSE
              MOVE SPACES               TO CNG-REGISTRO-ACUERDO
              MOVE CNP-CTA-VALOR        TO CNG-CTAVALOR
              MOVE CNP-TIPO-INSTRUMENTO TO CNG-TIPO-INSTRUMENTO
              MOVE CNP-CODCOM           TO CNG-CODCOM
           END-IF
           MOVE CNP-DESCRI          TO CNG-DESCRI
           MOVE CNP-PORCEN          TO CNG-PORCEN
           MOVE CNP-FEC-DESDE       TO CNG-FEC-DESDE
           MOVE CNP-FEC-HASTA       TO CNG-FEC-HASTA
           MOVE CNP-REFERENCIA      TO CNG-REFERENCIA
           MOVE 'V'                 TO CNG-ESTADO
           MOVE WS-FECHA-SISTEMA    TO CNG-FEC-REGISTRO
           MOVE CNP-USU-OPERADOR    TO CNG-USU-REGISTRO
           MOVE 0                   TO CNG-FEC-ANULACION
           MOVE SPACES              TO CNG-USU-ANULACION
           IF WS-CNG-OK
              REWRITE CNG-REGISTRO-ACUERDO
                 INVALID KEY
                    MOVE '16'     TO CNP-COD-RETORNO
                    MOVE 'CNG007' TO CNP-COD-ERROR-DEV
              END-REWRITE
           ELSE
              WRITE CNG-REGISTRO-ACUERDO
                 INVALID KEY
                    MOVE '22'     TO CNP-COD-RETORNO
                    MOVE 'CNG007' TO CNP-COD-ERROR-DEV
              END-WRITE
           END-IF
           IF CNP-COD-RETORNO = '00'
              PERFORM 8000-GRABAR-BITACORA
           END-IF
           MOVE CNG-ESTADO TO CNP-ESTADO-RESULTANTE
           CLOSE ACUERDO-COMISION
           .
       2000-REGISTRAR-ACUERDO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL CODIGO DE COMISION DEBE EXISTIR EN EL TARIFARIO PARA EL   *
      * TIPO DE INSTRUMENTO EN ALGUN BROKER Y TRAMO; EL MAESTRO ES   *
      * CHICO Y SE RECORRE COMPLETO.                                 *
      *--------------------------------------------------------------*
       2100-VALIDAR-CODCOM.
           MOVE 'N'    TO WS-SW-CODCOM
           MOVE '00'   TO WS-CME-STATUS
           MOVE SPACES TO CNP-DESCRI
           OPEN INPUT TARIFARIO
           MOVE LOW-VALUES TO CME-CLAVE
           START TARIFARIO KEY IS NOT LESS THAN CME-CLAVE
              INVALID KEY MOVE '10' TO WS-CME-STATUS
           END-START
           IF WS-CME-OK
              READ TARIFARIO NEXT RECORD
                 AT END MOVE '10' TO WS-CME-STATUS
              END-READ
           END-IF
           PERFORM 2110-COMPARAR-TARIFARIO
              UNTIL WS-CME-FIN
                 OR WS-CODCOM-EN-TARIFARIO
           CLOSE TARIFARIO
           .
       2100-VALIDAR-CODCOM-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2110-COMPARAR-TARIFARIO.
           IF CME-TIPO-INSTRUMENTO = CNP-TIPO-INSTRUMENTO
              AND CME-CODCOM = CNP-CODCOM
              MOVE 'S'        TO WS-SW-CODCOM
              MOVE CME-DESCRI TO CNP-DESCRI
           ELSE
              READ TARIFARIO NEXT RECORD
                 AT END MOVE '10' TO WS-CME-STATUS
              END-READ
           END-IF
           .
       2110-COMPARAR-TARIFARIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-ANULAR-ACUERDO.
           PERFORM 6000-LEER-ACUERDO
           IF CNP-COD-RETORNO = '00'
              IF CNG-ANULADO
                 MOVE '16'     TO CNP-COD-RETORNO
                 MOVE 'CNG006' TO CNP-COD-ERROR-DEV
              ELSE
                 MOVE CNG-REGISTRO-ACUERDO TO MJW-IMAGEN-ANTERIOR
                 MOVE 'A'              TO CNG-ESTADO
                 MOVE WS-FECHA-SISTEMA TO CNG-FEC-ANULACION
                 MOVE CNP-USU-OPERADOR TO CNG-USU-ANULACION
                 REWRITE CNG-REGISTRO-ACUERDO
                 PERFORM 8000-GRABAR-BITACORA
              END-IF
              MOVE CNG-ESTADO TO CNP-ESTADO-RESULTANTE
           END-IF
           CLOSE ACUERDO-COMISION
           .
       3000-ANULAR-ACUERDO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-CONSULTAR-ACUERDO.
           PERFORM 6000-LEER-ACUERDO
           IF CNP-COD-RETORNO = '00'
              MOVE CNG-DESCRI     TO CNP-DESCRI
              MOVE CNG-PORCEN     TO CNP-PORCEN
              MOVE CNG-FEC-DESDE  TO CNP-FEC-DESDE
              MOVE CNG-FEC-HASTA  TO CNP-FEC-HASTA
              MOVE CNG-REFERENCIA TO CNP-REFERENCIA
              MOVE CNG-ESTADO     TO CNP-ESTADO-RESULTANTE
           END-IF
           CLOSE ACUERDO-COMISION
           .
       4000-CONSULTAR-ACUERDO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6000-LEER-ACUERDO.
           OPEN I-O ACUERDO-COMISION
           MOVE CNP-CTA-VALOR        TO CNG-CTAVALOR
           MOVE CNP-TIPO-INSTRUMENTO TO CNG-TIPO-INSTRUMENTO
           MOVE CNP-CODCOM           TO CNG-CODCOM
           READ ACUERDO-COMISION
              INVALID KEY
                 MOVE '12'     TO CNP-COD-RETORNO
                 MOVE 'CNG005' TO CNP-COD-ERROR-DEV
           END-READ
           .
       6000-LEER-ACUERDO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8000-GRABAR-BITACORA.
           MOVE 'COMNEGO'              TO MJW-MAESTRO
           MOVE 'CCOMNMNT'             TO MJW-PROGRAMA
           MOVE CNP-FUNCION            TO MJW-FUNCION
           MOVE CNP-USU-OPERADOR       TO MJW-USUARIO
           MOVE CNP-TERMINAL           TO MJW-TERMINAL
           MOVE CNG-CLAVE              TO MJW-CLAVE
           MOVE CNG-REGISTRO-ACUERDO   TO MJW-IMAGEN-NUEVA
           CALL 'MNTJRNW' USING MJW-PARAMETROS
           .
       8000-GRABAR-BITACORA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

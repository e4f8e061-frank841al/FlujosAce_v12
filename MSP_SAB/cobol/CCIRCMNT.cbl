       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCIRCMNT.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  12/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 12/10/2026 JQ      ALTA. MANTENIMIENTO DE CONFIRMACIONES DE  *
      *                    SALDOS A LA AUDITORIA (CIRCMAST):         *
      *                    RESPUESTA CONFORME O DISCREPANTE CON SU   *
      *                    DETALLE, CON IMAGEN ANTES/DESPUES EN LA   *
      *                    BITACORA COMUN MNTJRNL, Y CONSULTA.       *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RCIRCEXT DEJA CADA CONFIRMACION EMITIDA COMO ENVIADA. CUANDO *
      * LA AUDITORIA DEVUELVE LA CARTA, CONTRALORIA REGISTRA AQUI SI *
      * LA CONFIRMO CONFORME O SI INFORMO UNA DIFERENCIA, CON EL     *
      * DETALLE DE LO OBSERVADO, PARA QUE RCIRCPEN REPORTE LAS       *
      * PENDIENTES Y LAS DISCREPANTES. LA RESPUESTA PUEDE CORREGIRSE *
      * (UNA DISCREPANCIA ACLARADA PASA A CONFORME), PERO LA         *
      * CONFIRMACION NO EMITIDA POR FALTA DE IDENTIDAD NO SE         *
      * RESPONDE. LA FECHA DE RESPUESTA NO PUEDE SER ANTERIOR AL     *
      * ENVIO NI POSTERIOR AL DIA.                                   *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIRCULARIZACION ASSIGN TO CIRCMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRM-CLAVE
               FILE STATUS IS WS-CRM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CIRCULARIZACION
           RECORDING MODE IS F.
       COPY CIRCMAST.
       WORKING-STORAGE SECTION.
       01  WS-CRM-STATUS               PIC X(02) VALUE '00'.
           88 WS-CRM-OK                          VALUE '00'.
           88 WS-CRM-NO-ENCONTRADO               VALUE '23'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       COPY AUTCHKP.
       COPY MNTJRNWP.
       LINKAGE SECTION.
       COPY CIRCMNTP.
       PROCEDURE DIVISION USING CRP-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           IF CRP-COD-RETORNO = '00'
              EVALUATE TRUE
                 WHEN CRP-FN-RESPONDIDA
                 WHEN CRP-FN-DISCREPANTE
                    PERFORM 2000-REGISTRAR-RESPUESTA
                       THRU 2000-REGISTRAR-RESPUESTA-EXIT
                 WHEN CRP-FN-CONSULTA
                    PERFORM 3000-CONSULTAR-CONFIRMACION
                 WHEN OTHER
                    MOVE '12'     TO CRP-COD-RETORNO
                    MOVE 'CIR001' TO CRP-COD-ERROR-DEV
              END-EVALUATE
           END-IF
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE '00'   TO CRP-COD-RETORNO
           MOVE SPACES TO CRP-COD-ERROR-DEV
           MOVE SPACE  TO CRP-ESTADO-RESULTANTE
           MOVE 0      TO CRP-FEC-ENVIO
           MOVE '00'   TO WS-CRM-STATUS
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE CRP-USU-OPERADOR TO AUT-USUARIO
           MOVE 'CCIRCMNT'       TO AUT-TRANSACCION
           MOVE 0                TO AUT-MTO-OPERACION
           MOVE CRP-CANAL        TO AUT-CANAL
           CALL 'AUTCHK' USING AUT-PARAMETROS
           IF NOT AUT-AUTORIZADO
              MOVE '26'     TO CRP-COD-RETORNO
              MOVE 'AUT001' TO CRP-COD-ERROR-DEV
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-REGISTRAR-RESPUESTA.
           IF CRP-FN-DISCREPANTE
              AND CRP-DETALLE-DISCREPANCIA = SPACES
              MOVE '08'     TO CRP-COD-RETORNO
              MOVE 'CIR004' TO CRP-COD-ERROR-DEV
              GO TO 2000-REGISTRAR-RESPUESTA-EXIT
           END-IF
           IF CRP-FEC-RESPUESTA = 0
              MOVE WS-FECHA-SISTEMA TO CRP-FEC-RESPUESTA
           END-IF
           OPEN I-O CIRCULARIZACION
           MOVE CRP-CTA-VALOR   TO CRM-CTAVALOR
           MOVE CRP-FECHA-CORTE TO CRM-FECHA-CORTE
           READ CIRCULARIZACION
              INVALID KEY MOVE '23' TO WS-CRM-STATUS
           END-READ
           IF WS-CRM-NO-ENCONTRADO
              MOVE '23'     TO CRP-COD-RETORNO
              MOVE 'CIR002' TO CRP-COD-ERROR-DEV
              CLOSE CIRCULARIZACION
              GO TO 2000-REGISTRAR-RESPUESTA-EXIT
           END-IF
           MOVE CRM-ESTADO    TO CRP-ESTADO-RESULTANTE
           MOVE CRM-FEC-ENVIO TO CRP-FEC-ENVIO
           IF CRM-NO-EMITIDA
              MOVE '20'     TO CRP-COD-RETORNO
              MOVE 'CIR003' TO CRP-COD-ERROR-DEV
              CLOSE CIRCULARIZACION
              GO TO 2000-REGISTRAR-RESPUESTA-EXIT
           END-IF
           IF CRP-FEC-RESPUESTA < CRM-FEC-ENVIO
              OR CRP-FEC-RESPUESTA > WS-FECHA-SISTEMA
              MOVE '08'     TO CRP-COD-RETORNO
              MOVE 'CIR005' TO CRP-COD-ERROR-DEV
              CLOSE CIRCULARIZACION
              GO TO 2000-REGISTRAR-RESPUESTA-EXIT
           END-IF
           MOVE CRM-REGISTRO-CIRCULARIZACION TO MJW-IMAGEN-ANTERIOR
           MOVE CRP-FUNCION       TO CRM-ESTADO
           MOVE CRP-FEC-RESPUESTA TO CRM-FEC-RESPUESTA
           IF CRP-FN-DISCREPANTE
              MOVE CRP-DETALLE-DISCREPANCIA
                                  TO CRM-DETALLE-DISCREPANCIA
           ELSE
              MOVE SPACES         TO CRM-DETALLE-DISCREPANCIA
           END-IF
           MOVE CRP-USU-OPERADOR  TO CRM-USU-ULT-CAMBIO
           MOVE WS-FECHA-SISTEMA  TO CRM-FEC-ULT-CAMBIO
           REWRITE CRM-REGISTRO-CIRCULARIZACION
           CLOSE CIRCULARIZACION
           MOVE CRM-ESTADO        TO CRP-ESTADO-RESULTANTE
           PERFORM 8000-BITACORA-CONFIRMACION
           .
       2000-REGISTRAR-RESPUESTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-CONSULTAR-CONFIRMACION.
           OPEN INPUT CIRCULARIZACION
           MOVE CRP-CTA-VALOR   TO CRM-CTAVALOR
           MOVE CRP-FECHA-CORTE TO CRM-FECHA-CORTE
           READ CIRCULARIZACION
              INVALID KEY MOVE '23' TO WS-CRM-STATUS
           END-READ
           IF WS-CRM-NO-ENCONTRADO
              MOVE '23'     TO CRP-COD-RETORNO
              MOVE 'CIR002' TO CRP-COD-ERROR-DEV
           ELSE
              MOVE CRM-ESTADO               TO CRP-ESTADO-RESULTANTE
              MOVE CRM-FEC-ENVIO            TO CRP-FEC-ENVIO
              MOVE CRM-FEC-RESPUESTA        TO CRP-FEC-RESPUESTA
              MOVE CRM-DETALLE-DISCREPANCIA
                                       TO CRP-DETALLE-DISCREPANCIA
           END-IF
           CLOSE CIRCULARIZACION
           .
       3000-CONSULTAR-CONFIRMACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8000-BITACORA-CONFIRMACION.
           MOVE 'CIRCMAST'             TO MJW-MAESTRO
           MOVE 'CCIRCMNT'             TO MJW-PROGRAMA
           MOVE CRP-FUNCION            TO MJW-FUNCION
           MOVE CRP-USU-OPERADOR       TO MJW-USUARIO
           MOVE CRP-TERMINAL           TO MJW-TERMINAL
           MOVE CRM-CLAVE              TO MJW-CLAVE
           MOVE CRM-REGISTRO-CIRCULARIZACION TO MJW-IMAGEN-NUEVA
           CALL 'MNTJRNW' USING MJW-PARAMETROS
           .
       8000-BITACORA-CONFIRMACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

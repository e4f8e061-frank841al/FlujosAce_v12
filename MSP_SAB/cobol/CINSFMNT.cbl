       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CINSFMNT.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  12/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 12/10/2026 JQ      ALTA. MANTENIMIENTO DE LA SUSCRIPCION DE  *
      *                    CLIENTES INSTITUCIONALES AL ARCHIVO       *
      *                    DIARIO (INSTFSUS): ALTA, FORMATO Y        *
      *                    DESTINO, SUSPENSION, PEDIDO DE REENVIO DE *
      *                    UNA FECHA PASADA (INSTFENV) Y CONSULTA,   *
      *                    CON IMAGEN ANTES/DESPUES EN MNTJRNL.      *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * EL CLIENTE INSTITUCIONAL (COPESCLIESP/CINSTCAR) ELIGE AL     *
      * SUSCRIBIRSE EL LAYOUT DEL DETALLE ('F' ANCHO FIJO, 'D'       *
      * DELIMITADO POR PUNTO Y COMA) Y EL BUZON DE TRANSFERENCIA     *
      * DONDE LO RECIBE; RINSFEED LE GENERA EL ARCHIVO CADA NOCHE    *
      * MIENTRAS LA SUSCRIPCION ESTE ACTIVA. EL REENVIO MARCA 'R' LA *
      * ENTREGA DE LA FECHA PEDIDA PARA QUE RINSFEED LA VUELVA A     *
      * ENVIAR DESDE EL HISTORICO EN SU SIGUIENTE CORRIDA; SOLO SE   *
      * REENVIA UNA FECHA QUE LLEGO A GENERARSE.                     *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSCRIPCION-FEED ASSIGN TO INSTFSUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IFS-CTAVALOR
               FILE STATUS IS WS-IFS-STATUS.
           SELECT CONTROL-ENVIO ASSIGN TO INSTFENV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IFE-CLAVE
               FILE STATUS IS WS-IFE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSCRIPCION-FEED
           RECORDING MODE IS F.
       COPY INSTFSUS.
       FD  CONTROL-ENVIO
           RECORDING MODE IS F.
       COPY INSTFENV.
       WORKING-STORAGE SECTION.
       01  WS-IFS-STATUS               PIC X(02) VALUE '00'.
           88 WS-IFS-OK                          VALUE '00'.
           88 WS-IFS-NO-ENCONTRADO               VALUE '23'.
       01  WS-IFE-STATUS               PIC X(02) VALUE '00'.
           88 WS-IFE-OK                          VALUE '00'.
           88 WS-IFE-NO-ENCONTRADO               VALUE '23'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       01  WS-REGISTRO-ANTERIOR        PIC X(200).
       COPY AUTCHKP.
       COPY MNTJRNWP.
       LINKAGE SECTION.
       COPY INSTFMNP.
       PROCEDURE DIVISION USING IFM-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           IF IFM-COD-RETORNO = '00'
              EVALUATE TRUE
                 WHEN IFM-FN-ALTA
                    PERFORM 2000-ALTA-SUSCRIPCION
                       THRU 2000-ALTA-SUSCRIPCION-EXIT
                 WHEN IFM-FN-MODIFICAR
                 WHEN IFM-FN-SUSPENDER
                 WHEN IFM-FN-HABILITAR
                    PERFORM 3000-CAMBIAR-SUSCRIPCION
                       THRU 3000-CAMBIAR-SUSCRIPCION-EXIT
                 WHEN IFM-FN-REENVIO
                    PERFORM 4000-PEDIR-REENVIO
                       THRU 4000-PEDIR-REENVIO-EXIT
                 WHEN IFM-FN-CONSULTA
                    PERFORM 5000-CONSULTAR-SUSCRIPCION
                 WHEN OTHER
                    MOVE '12'     TO IFM-COD-RETORNO
                    MOVE 'IFM001' TO IFM-COD-ERROR-DEV
              END-EVALUATE
           END-IF
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE '00'   TO IFM-COD-RETORNO
           MOVE SPACES TO IFM-COD-ERROR-DEV
           MOVE SPACE  TO IFM-ESTADO-RESULTANTE IFM-ESTADO-ENVIO
           MOVE '00'   TO WS-IFS-STATUS WS-IFE-STATUS
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE IFM-USUARIO      TO AUT-USUARIO
           MOVE 'CINSFMNT'       TO AUT-TRANSACCION
           MOVE 0                TO AUT-MTO-OPERACION
           MOVE IFM-CANAL        TO AUT-CANAL
           CALL 'AUTCHK' USING AUT-PARAMETROS
           IF NOT AUT-AUTORIZADO
              MOVE '26'     TO IFM-COD-RETORNO
              MOVE 'AUT001' TO IFM-COD-ERROR-DEV
              GO TO 1000-INICIALIZAR-EXIT
           END-IF
           IF IFM-CTA-VALOR = SPACES
              MOVE '08'     TO IFM-COD-RETORNO
              MOVE 'IFM002' TO IFM-COD-ERROR-DEV
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-ALTA-SUSCRIPCION.
           IF (IFM-FORMATO NOT = 'F' AND IFM-FORMATO NOT = 'D')
              OR IFM-DESTINO = SPACES
              MOVE '08'     TO IFM-COD-RETORNO
              MOVE 'IFM003' TO IFM-COD-ERROR-DEV
              GO TO 2000-ALTA-SUSCRIPCION-EXIT
           END-IF
           OPEN I-O SUSCRIPCION-FEED
           MOVE IFM-CTA-VALOR TO IFS-CTAVALOR
           READ SUSCRIPCION-FEED
              INVALID KEY MOVE '23' TO WS-IFS-STATUS
           END-READ
           IF WS-IFS-OK
              MOVE '20'     TO IFM-COD-RETORNO
              MOVE 'IFM004' TO IFM-COD-ERROR-DEV
              CLOSE SUSCRIPCION-FEED
              GO TO 2000-ALTA-SUSCRIPCION-EXIT
           END-IF
           MOVE SPACES           TO WS-REGISTRO-ANTERIOR
           MOVE IFM-CTA-VALOR    TO IFS-CTAVALOR
           MOVE IFM-FORMATO      TO IFS-FORMATO
           MOVE IFM-DESTINO      TO IFS-DESTINO
           MOVE 'A'              TO IFS-ESTADO
           MOVE WS-FECHA-SISTEMA TO IFS-FEC-ALTA
           MOVE IFM-USUARIO      TO IFS-USU-ULT-CAMBIO
           MOVE WS-FECHA-SISTEMA TO IFS-FEC-ULT-CAMBIO
           WRITE IFS-REGISTRO-SUSCRIPCION
           CLOSE SUSCRIPCION-FEED
           MOVE IFS-ESTADO TO IFM-ESTADO-RESULTANTE
           PERFORM 8000-BITACORA-SUSCRIPCION
           .
       2000-ALTA-SUSCRIPCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EN LA MODIFICACION EL CAMPO EN BLANCO CONSERVA SU VALOR.     *
      *--------------------------------------------------------------*
       3000-CAMBIAR-SUSCRIPCION.
           IF IFM-FN-MODIFICAR
              AND IFM-FORMATO NOT = SPACE
              AND IFM-FORMATO NOT = 'F'
              AND IFM-FORMATO NOT = 'D'
              MOVE '08'     TO IFM-COD-RETORNO
              MOVE 'IFM003' TO IFM-COD-ERROR-DEV
              GO TO 3000-CAMBIAR-SUSCRIPCION-EXIT
           END-IF
           OPEN I-O SUSCRIPCION-FEED
           MOVE IFM-CTA-VALOR TO IFS-CTAVALOR
           READ SUSCRIPCION-FEED
              INVALID KEY MOVE '23' TO WS-IFS-STATUS
           END-READ
           IF WS-IFS-NO-ENCONTRADO
              MOVE '23'     TO IFM-COD-RETORNO
              MOVE 'IFM005' TO IFM-COD-ERROR-DEV
              CLOSE SUSCRIPCION-FEED
              GO TO 3000-CAMBIAR-SUSCRIPCION-EXIT
           END-IF
           IF (IFM-FN-SUSPENDER AND IFS-SUSPENDIDA)
              OR (IFM-FN-HABILITAR AND IFS-ACTIVA)
              MOVE '20'     TO IFM-COD-RETORNO
              MOVE 'IFM006' TO IFM-COD-ERROR-DEV
              MOVE IFS-ESTADO TO IFM-ESTADO-RESULTANTE
              CLOSE SUSCRIPCION-FEED
              GO TO 3000-CAMBIAR-SUSCRIPCION-EXIT
           END-IF
           MOVE IFS-REGISTRO-SUSCRIPCION TO WS-REGISTRO-ANTERIOR
           EVALUATE TRUE
              WHEN IFM-FN-SUSPENDER
                 MOVE 'S' TO IFS-ESTADO
              WHEN IFM-FN-HABILITAR
                 MOVE 'A' TO IFS-ESTADO
              WHEN OTHER
                 IF IFM-FORMATO NOT = SPACE
                    MOVE IFM-FORMATO TO IFS-FORMATO
                 END-IF
                 IF IFM-DESTINO NOT = SPACES
                    MOVE IFM-DESTINO TO IFS-DESTINO
                 END-IF
           END-EVALUATE
           MOVE IFM-USUARIO      TO IFS-USU-ULT-CAMBIO
           MOVE WS-FECHA-SISTEMA TO IFS-FEC-ULT-CAMBIO
           REWRITE IFS-REGISTRO-SUSCRIPCION
           CLOSE SUSCRIPCION-FEED
           MOVE IFS-ESTADO TO IFM-ESTADO-RESULTANTE
           PERFORM 8000-BITACORA-SUSCRIPCION
           .
       3000-CAMBIAR-SUSCRIPCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA ENTREGA YA MARCADA PARA REENVIO NO SE VUELVE A MARCAR.    *
      *--------------------------------------------------------------*
       4000-PEDIR-REENVIO.
           IF IFM-FECHA-REENVIO = 0
              OR IFM-FECHA-REENVIO > WS-FECHA-SISTEMA
              MOVE '08'     TO IFM-COD-RETORNO
              MOVE 'IFM007' TO IFM-COD-ERROR-DEV
              GO TO 4000-PEDIR-REENVIO-EXIT
           END-IF
           OPEN I-O CONTROL-ENVIO
           MOVE IFM-CTA-VALOR     TO IFE-CTAVALOR
           MOVE IFM-FECHA-REENVIO TO IFE-FECHA-PROCESO
           READ CONTROL-ENVIO
              INVALID KEY MOVE '23' TO WS-IFE-STATUS
           END-READ
           IF WS-IFE-NO-ENCONTRADO
              MOVE '23'     TO IFM-COD-RETORNO
              MOVE 'IFM008' TO IFM-COD-ERROR-DEV
              CLOSE CONTROL-ENVIO
              GO TO 4000-PEDIR-REENVIO-EXIT
           END-IF
           IF IFE-REENVIO-SOLICITADO
              MOVE '20'     TO IFM-COD-RETORNO
              MOVE 'IFM009' TO IFM-COD-ERROR-DEV
              MOVE IFE-ESTADO TO IFM-ESTADO-ENVIO
              CLOSE CONTROL-ENVIO
              GO TO 4000-PEDIR-REENVIO-EXIT
           END-IF
           MOVE IFE-REGISTRO-ENVIO TO WS-REGISTRO-ANTERIOR
           MOVE 'R'                TO IFE-ESTADO
           MOVE IFM-USUARIO        TO IFE-USU-ULT-CAMBIO
           MOVE WS-FECHA-SISTEMA   TO IFE-FEC-ULT-CAMBIO
           REWRITE IFE-REGISTRO-ENVIO
           CLOSE CONTROL-ENVIO
           MOVE IFE-ESTADO TO IFM-ESTADO-ENVIO
           PERFORM 8100-BITACORA-ENVIO
           .
       4000-PEDIR-REENVIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5000-CONSULTAR-SUSCRIPCION.
           OPEN INPUT SUSCRIPCION-FEED
           MOVE IFM-CTA-VALOR TO IFS-CTAVALOR
           READ SUSCRIPCION-FEED
              INVALID KEY MOVE '23' TO WS-IFS-STATUS
           END-READ
           IF WS-IFS-NO-ENCONTRADO
              MOVE '23'     TO IFM-COD-RETORNO
              MOVE 'IFM005' TO IFM-COD-ERROR-DEV
           ELSE
              MOVE IFS-ESTADO  TO IFM-ESTADO-RESULTANTE
              MOVE IFS-FORMATO TO IFM-FORMATO
              MOVE IFS-DESTINO TO IFM-DESTINO
           END-IF
           CLOSE SUSCRIPCION-FEED
           IF IFM-FECHA-REENVIO NOT = 0
              OPEN INPUT CONTROL-ENVIO
              MOVE IFM-CTA-VALOR     TO IFE-CTAVALOR
              MOVE IFM-FECHA-REENVIO TO IFE-FECHA-PROCESO
              READ CONTROL-ENVIO
                 INVALID KEY MOVE '23' TO WS-IFE-STATUS
              END-READ
              IF WS-IFE-OK
                 MOVE IFE-ESTADO TO IFM-ESTADO-ENVIO
              END-IF
              CLOSE CONTROL-ENVIO
           END-IF
           .
       5000-CONSULTAR-SUSCRIPCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8000-BITACORA-SUSCRIPCION.
           MOVE 'INSTFSUS'               TO MJW-MAESTRO
           MOVE 'CINSFMNT'               TO MJW-PROGRAMA
           MOVE IFM-FUNCION              TO MJW-FUNCION
           MOVE IFM-USUARIO              TO MJW-USUARIO
           MOVE IFM-TERMINAL             TO MJW-TERMINAL
           MOVE IFS-CTAVALOR             TO MJW-CLAVE
           MOVE WS-REGISTRO-ANTERIOR     TO MJW-IMAGEN-ANTERIOR
           MOVE IFS-REGISTRO-SUSCRIPCION TO MJW-IMAGEN-NUEVA
           CALL 'MNTJRNW' USING MJW-PARAMETROS
           .
       8000-BITACORA-SUSCRIPCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8100-BITACORA-ENVIO.
           MOVE 'INSTFENV'               TO MJW-MAESTRO
           MOVE 'CINSFMNT'               TO MJW-PROGRAMA
           MOVE IFM-FUNCION              TO MJW-FUNCION
           MOVE IFM-USUARIO              TO MJW-USUARIO
           MOVE IFM-TERMINAL             TO MJW-TERMINAL
           MOVE IFE-CLAVE                TO MJW-CLAVE
           MOVE WS-REGISTRO-ANTERIOR     TO MJW-IMAGEN-ANTERIOR
           MOVE IFE-REGISTRO-ENVIO       TO MJW-IMAGEN-NUEVA
           CALL 'MNTJRNW' USING MJW-PARAMETROS
           .
       8100-BITACORA-ENVIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

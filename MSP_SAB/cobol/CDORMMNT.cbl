       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CDORMMNT.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  12/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 12/10/2026 JQ      ALTA. MANTENIMIENTO DE CUENTAS INACTIVAS  *
      *                    (CTADORM): REACTIVACION TRAS REVERIFICAR  *
      *                    LA IDENTIDAD DEL TITULAR, CON AVISO AL    *
      *                    CLIENTE POR RVALUSU E IMAGEN              *
      *                    ANTES/DESPUES EN LA BITACORA COMUN        *
      *                    MNTJRNL, Y CONSULTA.                      *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RCTADORM MARCA LA CUENTA COMO DORMIDA; LA GUARDA DORMCHK LE  *
      * IMPIDE ENTONCES RETIRAR EFECTIVO Y CAMBIAR CONTACTO. LA      *
      * CUENTA SOLO VUELVE A OPERAR CUANDO ATENCION AL CLIENTE       *
      * REVERIFICA LA IDENTIDAD DEL TITULAR (EN AGENCIA O POR        *
      * VIDEOLLAMADA) Y LA REACTIVA AQUI CON LA REFERENCIA DE ESA    *
      * VERIFICACION. NO SE REACTIVA UNA CUENTA CON RESTRICCION KYC  *
      * VIGENTE (KYCCHK): LA IDENTIDAD NO ESTA REVERIFICADA MIENTRAS *
      * SUS DOCUMENTOS OBLIGATORIOS SIGAN VENCIDOS. LA FECHA DE      *
      * REACTIVACION CUENTA COMO ACTIVIDAD DEL CLIENTE EN EL         *
      * SIGUIENTE BARRIDO. EL AVISO VA AL CORREO DEL EXTRACTO EODCLI *
      * (EL DE MAS DE 35 CARACTERES NO SE TRUNCA, COMO EN CCLICMNT). *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTA-DORMIDA ASSIGN TO CTADORM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-CTAVALOR
               FILE STATUS IS WS-DM-STATUS.
           SELECT CLIENTE-EXT ASSIGN TO EODCLI
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CUENTA-DORMIDA
           RECORDING MODE IS F.
       COPY CTADORM.
       FD  CLIENTE-EXT
           RECORDING MODE IS F.
       COPY EODCLI.
       WORKING-STORAGE SECTION.
       01  WS-DM-STATUS                PIC X(02) VALUE '00'.
           88 WS-DM-OK                           VALUE '00'.
           88 WS-DM-NO-ENCONTRADO                VALUE '23'.
       77  WS-EOF-CLIENTE              PIC X(01) VALUE 'N'.
           88 WS-FIN-CLIENTE                     VALUE 'S'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       COPY AUTCHKP.
       COPY KYCCHKP.
       COPY MNTJRNWP.
       COPY Copy_of_VLMC500E.
       COPY VLMC500S.
       LINKAGE SECTION.
       COPY DORMMNTP.
       PROCEDURE DIVISION USING DMP-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           IF DMP-COD-RETORNO = '00'
              EVALUATE TRUE
                 WHEN DMP-FN-REACTIVAR
                    PERFORM 2000-REACTIVAR-CUENTA
                       THRU 2000-REACTIVAR-CUENTA-EXIT
                 WHEN DMP-FN-CONSULTA
                    PERFORM 3000-CONSULTAR-CUENTA
                 WHEN OTHER
                    MOVE '12'     TO DMP-COD-RETORNO
                    MOVE 'DRM001' TO DMP-COD-ERROR-DEV
              END-EVALUATE
           END-IF
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE '00'   TO DMP-COD-RETORNO
           MOVE SPACES TO DMP-COD-ERROR-DEV
           MOVE SPACE  TO DMP-ESTADO-RESULTANTE
           MOVE 'N'    TO DMP-IND-AVISO
           MOVE 0      TO DMP-FEC-ULT-ACTIVIDAD
           MOVE 0      TO DMP-FEC-DORMANCIA
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE DMP-USU-OPERADOR TO AUT-USUARIO
           MOVE 'CDORMMNT'       TO AUT-TRANSACCION
           MOVE 0                TO AUT-MTO-OPERACION
           MOVE DMP-CANAL        TO AUT-CANAL
           CALL 'AUTCHK' USING AUT-PARAMETROS
           IF NOT AUT-AUTORIZADO
              MOVE '26'     TO DMP-COD-RETORNO
              MOVE 'AUT001' TO DMP-COD-ERROR-DEV
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-REACTIVAR-CUENTA.
           IF NOT DMP-VERIFICACION-VALIDA
              OR DMP-REF-VERIFICACION = SPACES
              MOVE '08'     TO DMP-COD-RETORNO
              MOVE 'DRM003' TO DMP-COD-ERROR-DEV
              GO TO 2000-REACTIVAR-CUENTA-EXIT
           END-IF
           MOVE DMP-CTA-VALOR TO KYC-CTA-VALOR
           CALL 'KYCCHK' USING KYC-PARAMETROS
           IF KYC-CUENTA-RESTRINGIDA
              MOVE '20'     TO DMP-COD-RETORNO
              MOVE 'DRM004' TO DMP-COD-ERROR-DEV
              GO TO 2000-REACTIVAR-CUENTA-EXIT
           END-IF
           OPEN I-O CUENTA-DORMIDA
           MOVE DMP-CTA-VALOR TO DM-CTAVALOR
           READ CUENTA-DORMIDA
              INVALID KEY MOVE '23' TO WS-DM-STATUS
           END-READ
           IF WS-DM-NO-ENCONTRADO
              OR NOT DM-DORMIDA
              MOVE '23'     TO DMP-COD-RETORNO
              MOVE 'DRM002' TO DMP-COD-ERROR-DEV
              CLOSE CUENTA-DORMIDA
              GO TO 2000-REACTIVAR-CUENTA-EXIT
           END-IF
           MOVE DM-REGISTRO-DORMIDA   TO MJW-IMAGEN-ANTERIOR
           MOVE 'R'                   TO DM-ESTADO
           MOVE WS-FECHA-SISTEMA      TO DM-FEC-REACTIVACION
           MOVE DMP-USU-OPERADOR      TO DM-USU-REACTIVA
           MOVE DMP-TIPO-VERIFICACION TO DM-TIPO-VERIFICACION
           MOVE DMP-REF-VERIFICACION  TO DM-REF-VERIFICACION
           REWRITE DM-REGISTRO-DORMIDA
           CLOSE CUENTA-DORMIDA
           MOVE DM-ESTADO             TO DMP-ESTADO-RESULTANTE
           MOVE DM-FEC-ULT-ACTIVIDAD  TO DMP-FEC-ULT-ACTIVIDAD
           MOVE DM-FEC-DORMANCIA      TO DMP-FEC-DORMANCIA
           PERFORM 8000-BITACORA-CUENTA
           PERFORM 2300-AVISAR-CLIENTE
           .
       2000-REACTIVAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EODCLI VIENE ORDENADO POR CTAVALOR: LA BUSQUEDA SE DETIENE   *
      * AL PASAR LA CUENTA.                                          *
      *--------------------------------------------------------------*
       2300-AVISAR-CLIENTE.
           MOVE 'N' TO WS-EOF-CLIENTE
           OPEN INPUT CLIENTE-EXT
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           PERFORM 2310-AVANZAR-CLIENTE
              UNTIL WS-FIN-CLIENTE
                 OR EC-CTAVALOR NOT < DMP-CTA-VALOR
           IF NOT WS-FIN-CLIENTE
              AND EC-CTAVALOR = DMP-CTA-VALOR
              AND EC-EMAIL NOT = SPACES
              AND EC-EMAIL(36:45) = SPACES
              PERFORM 2320-DESPACHAR-AVISO
           END-IF
           CLOSE CLIENTE-EXT
           .
       2300-AVISAR-CLIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2310-AVANZAR-CLIENTE.
           READ CLIENTE-EXT
              AT END MOVE 'S' TO WS-EOF-CLIENTE
           END-READ
           .
       2310-AVANZAR-CLIENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2320-DESPACHAR-AVISO.
           MOVE SPACES TO E500-VLMC500E
           MOVE 'CUENTA REACTIVADA' TO E500-ASUNTO1
           STRING 'SU CUENTA ' DMP-CTA-VALOR
                  ' FUE REACTIVADA TRAS VERIFICAR SU IDENTIDAD.'
                  DELIMITED BY SIZE INTO E500-DESCRIPCION1
           END-STRING
           MOVE 'SI NO LA SOLICITO COMUNIQUESE DE INMEDIATO CON LA SAB.'
             TO E500-DESCRIPCION2
           MOVE WS-FECHA-SISTEMA TO E500-FECHA1
           MOVE 'E'              TO E500-INDICADOR1
           MOVE EC-EMAIL(1:35)   TO E500-CODIGO1
           MOVE 0 TO E500-IMPORTE1 E500-IMPORTE2
           MOVE 0 TO E500-IMPORTE3 E500-IMPORTE4
           MOVE 0 TO E500-NUMERO1 E500-NUMERO2
           MOVE 0 TO E500-NUMERO3 E500-NUMERO4
           CALL 'RVALUSU' USING E500-VLMC500E S500-VLMC500S
           IF S500-COD-RETORNO = '00'
              MOVE 'S' TO DMP-IND-AVISO
           END-IF
           .
       2320-DESPACHAR-AVISO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-CONSULTAR-CUENTA.
           OPEN INPUT CUENTA-DORMIDA
           MOVE DMP-CTA-VALOR TO DM-CTAVALOR
           READ CUENTA-DORMIDA
              INVALID KEY MOVE '23' TO WS-DM-STATUS
           END-READ
           IF WS-DM-NO-ENCONTRADO
              MOVE '23'     TO DMP-COD-RETORNO
              MOVE 'DRM002' TO DMP-COD-ERROR-DEV
           ELSE
              MOVE DM-ESTADO             TO DMP-ESTADO-RESULTANTE
              MOVE DM-FEC-ULT-ACTIVIDAD  TO DMP-FEC-ULT-ACTIVIDAD
              MOVE DM-FEC-DORMANCIA      TO DMP-FEC-DORMANCIA
              MOVE DM-TIPO-VERIFICACION  TO DMP-TIPO-VERIFICACION
              MOVE DM-REF-VERIFICACION   TO DMP-REF-VERIFICACION
           END-IF
           CLOSE CUENTA-DORMIDA
           .
       3000-CONSULTAR-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8000-BITACORA-CUENTA.
           MOVE 'CTADORM'              TO MJW-MAESTRO
           MOVE 'CDORMMNT'             TO MJW-PROGRAMA
           MOVE DMP-FUNCION            TO MJW-FUNCION
           MOVE DMP-USU-OPERADOR       TO MJW-USUARIO
           MOVE DMP-TERMINAL           TO MJW-TERMINAL
           MOVE DM-CTAVALOR            TO MJW-CLAVE
           MOVE DM-REGISTRO-DORMIDA    TO MJW-IMAGEN-NUEVA
           CALL 'MNTJRNW' USING MJW-PARAMETROS
           .
       8000-BITACORA-CUENTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

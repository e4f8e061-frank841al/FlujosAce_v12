       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CDEFCONF.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  21/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 21/09/2026 JQ      ALTA. CONFIRMACION O DESCARTE POR LEGAL   *
      *                    DE LAS PROPUESTAS DE BLOQUEO POR SUCESION *
      *                    DEL CRUCE CON RENIEC (DEFPROP).           *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LEGAL RESUELVE EN LINEA LAS PROPUESTAS QUE GENERA RDEFUNC.   *
      * EXIGE PERFIL CDEFCONF EN USUAUT. AL CONFIRMAR LA PROPUESTA   *
      * DE UN TITULAR FALLECIDO SE IMPONE LA AFECTACION DE SUCESION  *
      * (TIPO 'S') EN LEGHOLD VIA CLEGHOLD, CON EL SIGUIENTE NUMERO  *
      * DE AFECTACION LIBRE DE LA CUENTA (SI YA TIENE UNA SUCESION   *
      * VIGENTE SE REUTILIZA), Y SE SUSPENDEN TODOS LOS MANDATOS     *
      * ACTIVOS DE LA CUENTA, QUE OTORGO EL FALLECIDO. AL CONFIRMAR  *
      * LA DE UN APODERADO FALLECIDO SE SUSPENDE SOLO SU MANDATO.    *
      * CADA MANDATO SUSPENDIDO SE REGISTRA EN LA BITACORA MNTJRNL.  *
      * EL DESCARTE EXIGE MOTIVO. LA RESOLUCION QUEDA CON USUARIO Y  *
      * FECHA PARA EL REPORTE DE RDEFUNC.                            *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPUESTA-SUCESION ASSIGN TO DEFPROP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DF-CLAVE
               FILE STATUS IS WS-DF-STATUS.
           SELECT AFECTACION-LEGAL ASSIGN TO LEGHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-CLAVE
               FILE STATUS IS WS-LH-STATUS.
           SELECT MANDATO-MAESTRO ASSIGN TO MANDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MN-CLAVE
               FILE STATUS IS WS-MN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROPUESTA-SUCESION
           RECORDING MODE IS F.
       COPY DEFPROP.
       FD  AFECTACION-LEGAL
           RECORDING MODE IS F.
       COPY LEGHOLD.
       FD  MANDATO-MAESTRO
           RECORDING MODE IS F.
       COPY MANDMAST.
       WORKING-STORAGE SECTION.
       01  WS-DF-STATUS                PIC X(02) VALUE '00'.
           88 WS-DF-OK                           VALUE '00'.
       01  WS-LH-STATUS                PIC X(02) VALUE '00'.
           88 WS-LH-OK                           VALUE '00'.
           88 WS-LH-FIN                          VALUE '10'.
       01  WS-MN-STATUS                PIC X(02) VALUE '00'.
           88 WS-MN-OK                           VALUE '00'.
           88 WS-MN-FIN                          VALUE '10'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       77  WS-ULTIMO-HOLD              PIC 9(03) VALUE 0.
       77  WS-HOLD-SUCESION            PIC 9(03) VALUE 0.
       77  WS-MANDATOS-SUSP            PIC 9(03) VALUE 0.
       01  WS-REF-SUCESION.
           05 FILLER                   PIC X(09) VALUE 'SUCESION '.
           05 WS-REF-DNI               PIC X(08).
           05 FILLER                   PIC X(03) VALUE SPACES.
       COPY AUTCHKP.
       COPY LEGHOLDP.
       COPY MNTJRNWP.
       LINKAGE SECTION.
       COPY DEFCONFP.
       PROCEDURE DIVISION USING DFP-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           EVALUATE TRUE
              WHEN DFP-FN-CONFIRMAR
                 PERFORM 2000-CONFIRMAR-PROPUESTA
              WHEN DFP-FN-DESCARTAR
                 PERFORM 3000-DESCARTAR-PROPUESTA
              WHEN DFP-FN-CONSULTA
                 PERFORM 4000-CONSULTAR-PROPUESTA
              WHEN OTHER
                 MOVE '12'     TO DFP-COD-RETORNO
                 MOVE 'DFC001' TO DFP-COD-ERROR-DEV
           END-EVALUATE
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE '00'   TO DFP-COD-RETORNO
           MOVE SPACES TO DFP-COD-ERROR-DEV
           MOVE 0      TO DFP-HOLD
           MOVE 0      TO DFP-MANDATOS-SUSP
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-CONFIRMAR-PROPUESTA.
           PERFORM 6000-LEER-PROPUESTA
           IF DFP-COD-RETORNO = '00'
              PERFORM 2050-APLICAR-CONFIRMACION
                 THRU 2050-APLICAR-CONFIRMACION-EXIT
              MOVE DF-ESTADO TO DFP-ESTADO-RESULTANTE
           END-IF
           CLOSE PROPUESTA-SUCESION
           .
       2000-CONFIRMAR-PROPUESTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2050-APLICAR-CONFIRMACION.
           PERFORM 6100-VALIDAR-RESOLUCION
              THRU 6100-VALIDAR-RESOLUCION-EXIT
           IF DFP-COD-RETORNO NOT = '00'
              GO TO 2050-APLICAR-CONFIRMACION-EXIT
           END-IF
           MOVE 0 TO WS-HOLD-SUCESION
           MOVE 0 TO WS-MANDATOS-SUSP
           IF DF-ES-TITULAR
              PERFORM 2100-IMPONER-SUCESION
                 THRU 2100-IMPONER-SUCESION-EXIT
              IF DFP-COD-RETORNO NOT = '00'
                 GO TO 2050-APLICAR-CONFIRMACION-EXIT
              END-IF
           END-IF
           OPEN I-O MANDATO-MAESTRO
           IF DF-ES-TITULAR
              PERFORM 2300-SUSPENDER-MANDATOS-CTA
           ELSE
              MOVE DF-CTAVALOR TO MN-CTAVALOR
              MOVE DF-FIRMA    TO MN-FIRMA
              MOVE '00'        TO WS-MN-STATUS
              READ MANDATO-MAESTRO
                 INVALID KEY MOVE '23' TO WS-MN-STATUS
              END-READ
              IF WS-MN-OK
                 AND MN-ACTIVO
                 PERFORM 2400-SUSPENDER-MANDATO
              END-IF
           END-IF
           CLOSE MANDATO-MAESTRO
           MOVE 'C'              TO DF-ESTADO
           MOVE WS-FECHA-SISTEMA TO DF-FEC-RESOLUCION
           MOVE DFP-USU-OPERADOR TO DF-USU-RESOLUCION
           MOVE SPACES           TO DF-MOTIVO
           MOVE WS-HOLD-SUCESION TO DF-HOLD
           MOVE WS-MANDATOS-SUSP TO DF-MANDATOS-SUSP
           MOVE 'N'              TO DF-IND-REPORTADO
           REWRITE DF-REGISTRO-PROPUESTA
           MOVE DF-HOLD          TO DFP-HOLD
           MOVE DF-MANDATOS-SUSP TO DFP-MANDATOS-SUSP
           .
       2050-APLICAR-CONFIRMACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * SI LA CUENTA YA TIENE UNA SUCESION VIGENTE (POR EJEMPLO, LA  *
      * QUE LEGAL IMPUSO AL PRESENTARSE LOS HEREDEROS) SE REUTILIZA; *
      * SI NO, SE IMPONE CON EL NUMERO SIGUIENTE AL ULTIMO DE LA     *
      * CUENTA.                                                      *
      *--------------------------------------------------------------*
       2100-IMPONER-SUCESION.
           MOVE 0          TO WS-ULTIMO-HOLD
           MOVE '00'       TO WS-LH-STATUS
           OPEN INPUT AFECTACION-LEGAL
           MOVE DF-CTAVALOR TO LH-CTAVALOR
           MOVE 0           TO LH-HOLD
           START AFECTACION-LEGAL KEY IS NOT LESS THAN LH-CLAVE
              INVALID KEY MOVE '10' TO WS-LH-STATUS
           END-START
           IF WS-LH-OK
              READ AFECTACION-LEGAL NEXT RECORD
                 AT END MOVE '10' TO WS-LH-STATUS
              END-READ
           END-IF
           PERFORM 2110-REVISAR-AFECTACION
              UNTIL WS-LH-FIN
                 OR LH-CTAVALOR NOT = DF-CTAVALOR
           CLOSE AFECTACION-LEGAL
           IF WS-HOLD-SUCESION > 0
              GO TO 2100-IMPONER-SUCESION-EXIT
           END-IF
           IF WS-ULTIMO-HOLD = 999
              MOVE '16'     TO DFP-COD-RETORNO
              MOVE 'DFC005' TO DFP-COD-ERROR-DEV
              GO TO 2100-IMPONER-SUCESION-EXIT
           END-IF
           MOVE DF-NUME-DOC      TO WS-REF-DNI
           MOVE 'A'              TO LHG-FUNCION
           MOVE DF-CTAVALOR      TO LHG-CTA-VALOR
           COMPUTE LHG-HOLD = WS-ULTIMO-HOLD + 1
           MOVE 'S'              TO LHG-TIPO
           MOVE SPACES           TO LHG-MONEDA
           MOVE 0                TO LHG-MTO-RETENIDO
           MOVE WS-REF-SUCESION  TO LHG-REF-JUDICIAL
           CALL 'CLEGHOLD' USING LHG-PARAMETROS
           IF LHG-COD-RETORNO NOT = '00'
              MOVE LHG-COD-RETORNO   TO DFP-COD-RETORNO
              MOVE LHG-COD-ERROR-DEV TO DFP-COD-ERROR-DEV
              GO TO 2100-IMPONER-SUCESION-EXIT
           END-IF
           MOVE LHG-HOLD TO WS-HOLD-SUCESION
           .
       2100-IMPONER-SUCESION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2110-REVISAR-AFECTACION.
           MOVE LH-HOLD TO WS-ULTIMO-HOLD
           IF LH-ES-SUCESION
              AND LH-VIGENTE
              MOVE LH-HOLD TO WS-HOLD-SUCESION
           END-IF
           READ AFECTACION-LEGAL NEXT RECORD
              AT END MOVE '10' TO WS-LH-STATUS
           END-READ
           .
       2110-REVISAR-AFECTACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2300-SUSPENDER-MANDATOS-CTA.
           MOVE '00'        TO WS-MN-STATUS
           MOVE DF-CTAVALOR TO MN-CTAVALOR
           MOVE LOW-VALUES  TO MN-FIRMA
           START MANDATO-MAESTRO KEY IS NOT LESS THAN MN-CLAVE
              INVALID KEY MOVE '10' TO WS-MN-STATUS
           END-START
           IF WS-MN-OK
              READ MANDATO-MAESTRO NEXT RECORD
                 AT END MOVE '10' TO WS-MN-STATUS
              END-READ
           END-IF
           PERFORM 2310-REVISAR-MANDATO
              UNTIL WS-MN-FIN
                 OR MN-CTAVALOR NOT = DF-CTAVALOR
           .
       2300-SUSPENDER-MANDATOS-CTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2310-REVISAR-MANDATO.
           IF MN-ACTIVO
              PERFORM 2400-SUSPENDER-MANDATO
           END-IF
           READ MANDATO-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-MN-STATUS
           END-READ
           .
       2310-REVISAR-MANDATO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2400-SUSPENDER-MANDATO.
           MOVE MN-REGISTRO-MANDATO TO MJW-IMAGEN-ANTERIOR
           MOVE 'S'                 TO MN-ESTADO
           REWRITE MN-REGISTRO-MANDATO
           ADD 1 TO WS-MANDATOS-SUSP
           MOVE 'MANDMAST'          TO MJW-MAESTRO
           MOVE 'CDEFCONF'          TO MJW-PROGRAMA
           MOVE DFP-FUNCION         TO MJW-FUNCION
           MOVE DFP-USU-OPERADOR    TO MJW-USUARIO
           MOVE DFP-TERMINAL        TO MJW-TERMINAL
           MOVE MN-CLAVE            TO MJW-CLAVE
           MOVE MN-REGISTRO-MANDATO TO MJW-IMAGEN-NUEVA
           CALL 'MNTJRNW' USING MJW-PARAMETROS
           .
       2400-SUSPENDER-MANDATO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-DESCARTAR-PROPUESTA.
           PERFORM 6000-LEER-PROPUESTA
           IF DFP-COD-RETORNO = '00'
              PERFORM 3050-APLICAR-DESCARTE
                 THRU 3050-APLICAR-DESCARTE-EXIT
              MOVE DF-ESTADO TO DFP-ESTADO-RESULTANTE
           END-IF
           CLOSE PROPUESTA-SUCESION
           .
       3000-DESCARTAR-PROPUESTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3050-APLICAR-DESCARTE.
           IF DFP-MOTIVO = SPACES
              MOVE '20'     TO DFP-COD-RETORNO
              MOVE 'DFC004' TO DFP-COD-ERROR-DEV
              GO TO 3050-APLICAR-DESCARTE-EXIT
           END-IF
           PERFORM 6100-VALIDAR-RESOLUCION
              THRU 6100-VALIDAR-RESOLUCION-EXIT
           IF DFP-COD-RETORNO NOT = '00'
              GO TO 3050-APLICAR-DESCARTE-EXIT
           END-IF
           MOVE 'D'              TO DF-ESTADO
           MOVE WS-FECHA-SISTEMA TO DF-FEC-RESOLUCION
           MOVE DFP-USU-OPERADOR TO DF-USU-RESOLUCION
           MOVE DFP-MOTIVO       TO DF-MOTIVO
           MOVE 'N'              TO DF-IND-REPORTADO
           REWRITE DF-REGISTRO-PROPUESTA
           .
       3050-APLICAR-DESCARTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-CONSULTAR-PROPUESTA.
           PERFORM 6000-LEER-PROPUESTA
           IF DFP-COD-RETORNO = '00'
              MOVE DF-MOTIVO        TO DFP-MOTIVO
              MOVE DF-HOLD          TO DFP-HOLD
              MOVE DF-MANDATOS-SUSP TO DFP-MANDATOS-SUSP
              MOVE DF-ESTADO        TO DFP-ESTADO-RESULTANTE
           END-IF
           CLOSE PROPUESTA-SUCESION
           .
       4000-CONSULTAR-PROPUESTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6000-LEER-PROPUESTA.
           OPEN I-O PROPUESTA-SUCESION
           MOVE DFP-NUME-DOC  TO DF-NUME-DOC
           MOVE DFP-CTA-VALOR TO DF-CTAVALOR
           MOVE DFP-FIRMA     TO DF-FIRMA
           READ PROPUESTA-SUCESION
              INVALID KEY
                 MOVE '12'     TO DFP-COD-RETORNO
                 MOVE 'DFC002' TO DFP-COD-ERROR-DEV
           END-READ
           IF DFP-COD-RETORNO = '00'
              MOVE DF-VINCULO TO DFP-VINCULO
           END-IF
           .
       6000-LEER-PROPUESTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6100-VALIDAR-RESOLUCION.
           IF NOT DF-PENDIENTE
              MOVE '16'     TO DFP-COD-RETORNO
              MOVE 'DFC003' TO DFP-COD-ERROR-DEV
              GO TO 6100-VALIDAR-RESOLUCION-EXIT
           END-IF
           MOVE DFP-USU-OPERADOR TO AUT-USUARIO
           MOVE 'CDEFCONF'       TO AUT-TRANSACCION
           MOVE 0                TO AUT-MTO-OPERACION
           MOVE DFP-CANAL        TO AUT-CANAL
           CALL 'AUTCHK' USING AUT-PARAMETROS
           IF NOT AUT-AUTORIZADO
              MOVE '26'     TO DFP-COD-RETORNO
              MOVE 'AUT001' TO DFP-COD-ERROR-DEV
           END-IF
           .
       6100-VALIDAR-RESOLUCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

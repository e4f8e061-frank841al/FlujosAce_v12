       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PARMCHK.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  14/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 14/09/2026 JQ      ALTA. SERVICIO DE CONSULTA DEL VALOR      *
      *                    VIGENTE DE UN PARAMETRO DE CONTROL EN EL  *
      *                    MAESTRO CENTRAL PARMMAST A UNA FECHA.     *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RECORRE PARMMAST DESDE EL PRIMER REGISTRO DE                 *
      * PMC-COD-PARAMETRO Y CONSERVA EL ULTIMO APROBADO CUYA FECHA   *
      * DE VIGENCIA NO SUPERE A PMC-FECHA (CERO = HOY); COMO LA      *
      * CLAVE ES ASCENDENTE POR VIGENCIA DENTRO DE CADA CODIGO, ESE  *
      * ES EL VALOR QUE RIGE. LOS PENDIENTES Y RECHAZADOS SE SALTAN. *
      * SE DETIENE AL CAMBIAR DE CODIGO, AL LLEGAR A UNA VIGENCIA    *
      * POSTERIOR A LA PEDIDA, O AL FIN DEL ARCHIVO (MISMO RECORRIDO *
      * QUE QUOHLKUP).                                               *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO-MAESTRO ASSIGN TO PARMMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-CLAVE
               FILE STATUS IS WS-PM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRO-MAESTRO
           RECORDING MODE IS F.
       COPY PARMMAST.
       WORKING-STORAGE SECTION.
       01  WS-PM-STATUS                PIC X(02) VALUE '00'.
           88 WS-PM-OK                           VALUE '00'.
           88 WS-PM-FIN                          VALUE '10'.
       01  WS-SW-CONTINUAR             PIC X(01) VALUE 'S'.
           88 WS-CONTINUAR-BUSQUEDA              VALUE 'S'.
           88 WS-DETENER-BUSQUEDA                VALUE 'N'.
       77  WS-FECHA-CONSULTA           PIC 9(08).
       LINKAGE SECTION.
       COPY PARMCHKP.
       PROCEDURE DIVISION USING PMC-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-POSICIONAR
           IF WS-PM-OK
              PERFORM 3000-BUSCAR-VIGENTE
                 UNTIL WS-PM-FIN OR WS-DETENER-BUSQUEDA
           END-IF
           CLOSE PARAMETRO-MAESTRO
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE 0    TO PMC-VALOR
           MOVE 0    TO PMC-FEC-VIGENCIA
           MOVE 'N'  TO PMC-IND-RESULTADO
           MOVE 'S'  TO WS-SW-CONTINUAR
           MOVE '00' TO WS-PM-STATUS
           IF PMC-FECHA = 0
              ACCEPT WS-FECHA-CONSULTA FROM DATE YYYYMMDD
           ELSE
              MOVE PMC-FECHA TO WS-FECHA-CONSULTA
           END-IF
           OPEN INPUT PARAMETRO-MAESTRO
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-POSICIONAR.
           MOVE PMC-COD-PARAMETRO TO PM-COD-PARAMETRO
           MOVE 0                 TO PM-FEC-VIGENCIA
           START PARAMETRO-MAESTRO KEY IS NOT LESS THAN PM-CLAVE
              INVALID KEY MOVE '10' TO WS-PM-STATUS
           END-START
           IF WS-PM-OK
              READ PARAMETRO-MAESTRO NEXT RECORD
                 AT END MOVE '10' TO WS-PM-STATUS
              END-READ
           END-IF
           .
       2000-POSICIONAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-BUSCAR-VIGENTE.
           IF PM-COD-PARAMETRO NOT = PMC-COD-PARAMETRO
              OR PM-FEC-VIGENCIA > WS-FECHA-CONSULTA
              MOVE 'N' TO WS-SW-CONTINUAR
           ELSE
              IF PM-APROBADO
                 MOVE PM-VALOR        TO PMC-VALOR
                 MOVE PM-FEC-VIGENCIA TO PMC-FEC-VIGENCIA
                 MOVE 'S'             TO PMC-IND-RESULTADO
              END-IF
              READ PARAMETRO-MAESTRO NEXT RECORD
                 AT END MOVE '10' TO WS-PM-STATUS
              END-READ
           END-IF
           .
       3000-BUSCAR-VIGENTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

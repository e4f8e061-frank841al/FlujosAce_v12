       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RORDVIV.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  05/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 05/10/2026 JQ      ALTA. RECONSTRUCCION COMPLETA DEL LIBRO   *
      *                    DE ORDENES VIVAS (ORDVIVO) DESDE ORDMAST: *
      *                    CARGA INICIAL, RECUPERACION ANTE          *
      *                    DESCUADRE Y DESPUES DE UNA RESTAURACION   *
      *                    DE ORDMAST.                               *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * VACIA EL LIBRO ORDVIVO Y RECORRE ORDMAST COMPLETO            *
      * REGENERANDO LA ENTRADA DE CADA ORDEN VIVA (SITUACION         *
      * DISTINTA DE EJECUTADA Y CANCELADA) VIA EL MISMO SERVICIO     *
      * ORDVIVW QUE USAN LOS ESCRITORES EN LINEA, PARA QUE LA LOGICA *
      * DE ARMADO VIVA EN UN SOLO LUGAR. SE CORRE UNA VEZ PARA LA    *
      * CARGA INICIAL, CUANDO RORDVIVC DETECTA DESCUADRE Y DESPUES   *
      * DE TODA RESTAURACION DE ORDMAST (RFWDRCV O RESTAURACION DEL  *
      * PAQUETE DE CIERRE), QUE REPONE EL MAESTRO SIN PASAR POR      *
      * ORDVIVW. LA CORRIDA SE REGISTRA EN RUNCTL VIA BCHCTL.        *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDEN-MAESTRO ASSIGN TO ORDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-CLAVE
               FILE STATUS IS WS-OM-STATUS.
           SELECT LIBRO-ORDENES-VIVAS ASSIGN TO ORDVIVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OV-CLAVE
               FILE STATUS IS WS-OV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDEN-MAESTRO
           RECORDING MODE IS F.
       COPY ORDMAST.
       FD  LIBRO-ORDENES-VIVAS
           RECORDING MODE IS F.
       COPY ORDVIVO.
       WORKING-STORAGE SECTION.
       01  WS-OM-STATUS                PIC X(02) VALUE '00'.
           88 WS-OM-OK                           VALUE '00'.
           88 WS-OM-FIN                          VALUE '10'.
       01  WS-OV-STATUS                PIC X(02) VALUE '00'.
           88 WS-OV-OK                           VALUE '00'.
           88 WS-OV-FIN                          VALUE '10'.
       77  WS-FECHA-PROCESO            PIC 9(08).
       77  WS-TOT-LEIDAS               PIC 9(07) COMP VALUE 0.
       77  WS-TOT-VIVAS                PIC 9(07) COMP VALUE 0.
       COPY ORDVIVWP.
       COPY BCHCTLP.
       PROCEDURE DIVISION.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIO
           PERFORM 2000-REPLICAR-ORDEN
              UNTIL WS-OM-FIN
           PERFORM 9000-FIN
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE 'I'          TO BC-FUNCION
           MOVE 'RORDVIV '   TO BC-PROGRAMA
           MOVE '        '   TO BC-PREDECESOR
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           CALL 'BCHCTL' USING BC-PARAMETROS
           IF NOT BC-CONTROL-OK
              DISPLAY 'RORDVIV - PREDECESOR N/A SIN TERMINAR OK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
      *    EL LIBRO SE REGENERA SOBRE UN ORDVIVO VACIO.              *
           OPEN OUTPUT LIBRO-ORDENES-VIVAS
           CLOSE LIBRO-ORDENES-VIVAS
           OPEN INPUT ORDEN-MAESTRO
           MOVE LOW-VALUES TO OM-CLAVE
           START ORDEN-MAESTRO KEY IS NOT LESS THAN OM-CLAVE
              INVALID KEY MOVE '10' TO WS-OM-STATUS
           END-START
           IF WS-OM-OK
              READ ORDEN-MAESTRO NEXT RECORD
                 AT END MOVE '10' TO WS-OM-STATUS
              END-READ
           END-IF
           .
       1000-INICIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-REPLICAR-ORDEN.
           ADD 1 TO WS-TOT-LEIDAS
           IF OM-SITUACION NOT = 'EJECUTADA'
              AND OM-SITUACION NOT = 'CANCELADA'
              ADD 1 TO WS-TOT-VIVAS
              MOVE 'A' TO OVW-FUNCION
              CALL 'ORDVIVW' USING OVW-PARAMETROS OM-REGISTRO-ORDEN
           END-IF
           READ ORDEN-MAESTRO NEXT RECORD
              AT END MOVE '10' TO WS-OM-STATUS
           END-READ
           .
       2000-REPLICAR-ORDEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE ORDEN-MAESTRO
           MOVE 'F'          TO BC-FUNCION
           MOVE 'RORDVIV '   TO BC-PROGRAMA
           MOVE WS-FECHA-PROCESO TO BC-FECHA-PROCESO
           MOVE WS-TOT-VIVAS TO BC-REGISTROS
           MOVE 0            TO BC-COD-RETORNO-PGM
           CALL 'BCHCTL' USING BC-PARAMETROS
           DISPLAY 'RORDVIV - ORDENES LEIDAS     : ' WS-TOT-LEIDAS
           DISPLAY 'RORDVIV - ENTRADAS GENERADAS : ' WS-TOT-VIVAS
           .
       9000-FIN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORDVIVW.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  05/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 05/10/2026 JQ      ALTA. MANTENEDOR DEL LIBRO DE ORDENES     *
      *                    VIVAS (ORDVIVO): REPLICA CADA ESCRITURA   *
      *                    DE ORDMAST CON CLAVE NEMONICO + CTAVALOR  *
      *                    + ORDEN, EN LA MISMA UNIDAD DE TRABAJO    *
      *                    DEL LLAMADOR.                             *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * ORDMAST ESTA CLAVADO CTAVALOR+ORDEN Y GUARDA ANIOS DE        *
      * ORDENES CERRADAS, POR LO QUE TODO BARRIDO POR NEMONICO O     *
      * SITUACION RECORRIA EL MAESTRO COMPLETO. ESTE SERVICIO RECIBE *
      * LA ORDEN RECIEN ESCRITA (O BORRADA) Y DEJA EL LIBRO ORDVIVO  *
      * CONSISTENTE: LA ORDEN VIVA SE CREA O REESCRIBE CON SU        *
      * SITUACION ACTUAL; LA QUE QUEDA EJECUTADA O CANCELADA, O SE   *
      * BORRA DE ORDMAST, SALE DEL LIBRO.                            *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIBRO-ORDENES-VIVAS ASSIGN TO ORDVIVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OV-CLAVE
               FILE STATUS IS WS-OV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LIBRO-ORDENES-VIVAS
           RECORDING MODE IS F.
       COPY ORDVIVO.
       WORKING-STORAGE SECTION.
       01  WS-OV-STATUS                PIC X(02) VALUE '00'.
           88 WS-OV-OK                           VALUE '00'.
           88 WS-OV-NO-ENCONTRADO                VALUE '23'.
       LINKAGE SECTION.
       COPY ORDVIVWP.
       COPY ORDMAST.
       PROCEDURE DIVISION USING OVW-PARAMETROS OM-REGISTRO-ORDEN.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           MOVE '00' TO OVW-COD-RETORNO
           OPEN I-O LIBRO-ORDENES-VIVAS
           EVALUATE TRUE
              WHEN OVW-FN-APLICAR
                 AND (OM-SITUACION = 'EJECUTADA'
                   OR OM-SITUACION = 'CANCELADA')
                 PERFORM 3000-BORRAR-ENTRADA
              WHEN OVW-FN-APLICAR
                 PERFORM 2000-APLICAR-ENTRADA
              WHEN OVW-FN-BAJA
                 PERFORM 3000-BORRAR-ENTRADA
              WHEN OTHER
                 MOVE '12' TO OVW-COD-RETORNO
           END-EVALUATE
           CLOSE LIBRO-ORDENES-VIVAS
           GOBACK.
      *--------------------------------------------------------------*
       2000-APLICAR-ENTRADA.
           PERFORM 2100-ARMAR-ENTRADA
           WRITE OV-REGISTRO-VIVA
              INVALID KEY
                 REWRITE OV-REGISTRO-VIVA
                    INVALID KEY MOVE '16' TO OVW-COD-RETORNO
                 END-REWRITE
           END-WRITE
           .
       2000-APLICAR-ENTRADA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-ARMAR-ENTRADA.
           MOVE OM-NEMONICO     TO OV-NEMONICO
           MOVE OM-CTAVALOR     TO OV-CTAVALOR
           MOVE OM-ORDEN        TO OV-ORDEN
           MOVE OM-SITUACION    TO OV-SITUACION
           MOVE OM-TIPO-ORDEN   TO OV-TIPO-ORDEN
           MOVE OM-FECHA-ORDEN  TO OV-FECHA-ORDEN
           MOVE OM-DIA-VIGENCIA TO OV-DIA-VIGENCIA
           MOVE OM-ASESOR       TO OV-ASESOR
           .
       2100-ARMAR-ENTRADA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-BORRAR-ENTRADA.
           MOVE OM-NEMONICO TO OV-NEMONICO
           MOVE OM-CTAVALOR TO OV-CTAVALOR
           MOVE OM-ORDEN    TO OV-ORDEN
           READ LIBRO-ORDENES-VIVAS
              INVALID KEY MOVE '23' TO WS-OV-STATUS
           END-READ
           IF WS-OV-OK
              DELETE LIBRO-ORDENES-VIVAS
           END-IF
           .
       3000-BORRAR-ENTRADA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

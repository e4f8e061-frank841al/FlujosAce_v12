       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CEVPMNT.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  28/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 28/09/2026 JQ      ALTA. MANTENIMIENTO DEL REGISTRO DE       *
      *                    EVENTOS DE PERDIDA OPERACIONAL (EVPERD):  *
      *                    ALTA MANUAL, CONFIRMACION, MODIFICACION Y *
      *                    DESCARTE DE LOS EVENTOS PROPUESTOS, CON   *
      *                    GUARDA DE AUTORIZACION Y LINEA EN LA      *
      *                    BITACORA COMUN MNTJRNL.                   *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LOS ORIGENES (CAJUMNT, RFAILPEN, CRECLMNT, CBRKRESP) SOLO    *
      * PROPONEN. LA UNIDAD DE RIESGOS REVISA CADA PROPUESTA: LA     *
      * CONFIRMA CON SU CLASIFICACION DEFINITIVA (FECHAS DE          *
      * OCURRENCIA Y DESCUBRIMIENTO, LINEA DE NEGOCIO, TIPO DE       *
      * EVENTO, PERDIDA BRUTA Y RECUPERO) O LA DESCARTA (POR EJEMPLO *
      * EL AJUSTE QUE SOLO CORRIGE UN CARGO ERRADO, O LA PROPUESTA   *
      * DUPLICADA DE UN MISMO HECHO). EL EVENTO CONFIRMADO SE PUEDE  *
      * MODIFICAR PARA RECLASIFICARLO O ANOTAR RECUPEROS             *
      * POSTERIORES. LAS PERDIDAS QUE NO NACEN EN NINGUN PROGRAMA    *
      * (FRAUDE, FALLA DE SISTEMAS, DANOS) SE DAN DE ALTA A MANO CON *
      * ORIGEN 'MANUAL' Y QUEDAN CONFIRMADAS. SOLO USUARIOS CON      *
      * PERFIL EN USUAUT PARA CEVPMNT, CON LA PERDIDA BRUTA COMO     *
      * IMPORTE DE LA OPERACION.                                     *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTO-PERDIDA ASSIGN TO EVPERD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EV-CLAVE
               FILE STATUS IS WS-EV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EVENTO-PERDIDA
           RECORDING MODE IS F.
       COPY EVPERD.
       WORKING-STORAGE SECTION.
       01  WS-EV-STATUS                PIC X(02) VALUE '00'.
           88 WS-EV-OK                           VALUE '00'.
           88 WS-EV-NO-ENCONTRADO                VALUE '23'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       COPY AUTCHKP.
       COPY ERRLOGWP.
       COPY MNTJRNWP.
       LINKAGE SECTION.
       COPY EVPMNTP.
       PROCEDURE DIVISION USING EVM-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           IF EVM-FN-CONSULTA
              PERFORM 6000-CONSULTAR-EVENTO
              GOBACK
           END-IF
           IF NOT EVM-FN-ALTA AND NOT EVM-FN-CONFIRMAR
              AND NOT EVM-FN-MODIFICAR AND NOT EVM-FN-DESCARTAR
              MOVE '12' TO EVM-COD-RETORNO
              GOBACK
           END-IF
           PERFORM 1100-VALIDAR-AUTORIZACION
           IF EVM-COD-RETORNO = '00'
              OPEN I-O EVENTO-PERDIDA
              EVALUATE TRUE
                 WHEN EVM-FN-ALTA
                    PERFORM 2000-ALTA-EVENTO
                       THRU 2000-ALTA-EVENTO-EXIT
                 WHEN EVM-FN-CONFIRMAR
                    PERFORM 3000-CONFIRMAR-EVENTO
                       THRU 3000-CONFIRMAR-EVENTO-EXIT
                 WHEN EVM-FN-MODIFICAR
                    PERFORM 4000-MODIFICAR-EVENTO
                       THRU 4000-MODIFICAR-EVENTO-EXIT
                 WHEN EVM-FN-DESCARTAR
                    PERFORM 5000-DESCARTAR-EVENTO
                       THRU 5000-DESCARTAR-EVENTO-EXIT
              END-EVALUATE
              CLOSE EVENTO-PERDIDA
           END-IF
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE '00'   TO EVM-COD-RETORNO
           MOVE SPACES TO EVM-ESTADO-RESULTANTE
           MOVE SPACES TO MJW-IMAGEN-ANTERIOR
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           IF EVM-PERDIDA-BRUTA NOT NUMERIC
              MOVE 0 TO EVM-PERDIDA-BRUTA
           END-IF
           IF EVM-RECUPERO NOT NUMERIC
              MOVE 0 TO EVM-RECUPERO
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1100-VALIDAR-AUTORIZACION.
           MOVE EVM-USUARIO       TO AUT-USUARIO
           MOVE 'CEVPMNT'         TO AUT-TRANSACCION
           MOVE EVM-PERDIDA-BRUTA TO AUT-MTO-OPERACION
           MOVE EVM-CANAL         TO AUT-CANAL
           CALL 'AUTCHK' USING AUT-PARAMETROS
           IF NOT AUT-AUTORIZADO
              MOVE '26' TO EVM-COD-RETORNO
              MOVE 'CEVPMNT'      TO EW-PROGRAMA
              MOVE 'AUT001'       TO EW-COD-ERROR-DEV
              MOVE EVM-USUARIO    TO EW-VAR1
              MOVE SPACES         TO EW-VAR2
              MOVE EVM-ORIGEN     TO EW-VAR2(1:8)
              MOVE EVM-REFERENCIA TO EW-VAR2(10:11)
              MOVE EVM-USUARIO    TO EW-USUARIO
              CALL 'ERRLOGW' USING EW-PARAMETROS
           END-IF
           .
       1100-VALIDAR-AUTORIZACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL EVENTO MANUAL NO TIENE PROGRAMA DE ORIGEN: LA REFERENCIA  *
      * LA ASIGNA RIESGOS (NUMERO DE INFORME, DE DENUNCIA, ETC.).    *
      *--------------------------------------------------------------*
       2000-ALTA-EVENTO.
           MOVE 'MANUAL' TO EVM-ORIGEN
           MOVE 'M'      TO EVM-FUENTE
           IF EVM-REFERENCIA = SPACES
              MOVE '20' TO EVM-COD-RETORNO
              GO TO 2000-ALTA-EVENTO-EXIT
           END-IF
           PERFORM 7000-VALIDAR-DATOS
              THRU 7000-VALIDAR-DATOS-EXIT
           IF EVM-COD-RETORNO NOT = '00'
              GO TO 2000-ALTA-EVENTO-EXIT
           END-IF
           PERFORM 8100-LEER-EVENTO
           IF WS-EV-OK
              MOVE '22' TO EVM-COD-RETORNO
              GO TO 2000-ALTA-EVENTO-EXIT
           END-IF
           MOVE SPACES           TO EV-REGISTRO-EVENTO
           MOVE EVM-ORIGEN       TO EV-ORIGEN
           MOVE EVM-REFERENCIA   TO EV-REFERENCIA
           MOVE 'M'              TO EV-FUENTE
           MOVE WS-FECHA-SISTEMA TO EV-FECHA-REGISTRO
           MOVE 0                TO EV-PERDIDA-BRUTA EV-RECUPERO
           PERFORM 7100-APLICAR-DATOS
           MOVE 'C'              TO EV-ESTADO
           MOVE EVM-USUARIO      TO EV-USU-ESTADO
           MOVE WS-FECHA-SISTEMA TO EV-FEC-ESTADO
           WRITE EV-REGISTRO-EVENTO
              INVALID KEY MOVE '22' TO EVM-COD-RETORNO
           END-WRITE
           IF EVM-COD-RETORNO = '00'
              MOVE EV-ESTADO TO EVM-ESTADO-RESULTANTE
              PERFORM 8000-GRABAR-BITACORA
           END-IF
           .
       2000-ALTA-EVENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-CONFIRMAR-EVENTO.
           PERFORM 8100-LEER-EVENTO
           IF WS-EV-NO-ENCONTRADO
              MOVE '23' TO EVM-COD-RETORNO
              GO TO 3000-CONFIRMAR-EVENTO-EXIT
           END-IF
           IF NOT EV-PROPUESTO
              MOVE '24' TO EVM-COD-RETORNO
              MOVE EV-ESTADO TO EVM-ESTADO-RESULTANTE
              GO TO 3000-CONFIRMAR-EVENTO-EXIT
           END-IF
           PERFORM 7000-VALIDAR-DATOS
              THRU 7000-VALIDAR-DATOS-EXIT
           IF EVM-COD-RETORNO NOT = '00'
              GO TO 3000-CONFIRMAR-EVENTO-EXIT
           END-IF
           MOVE EV-REGISTRO-EVENTO TO MJW-IMAGEN-ANTERIOR
           PERFORM 7100-APLICAR-DATOS
           MOVE 'C' TO EV-ESTADO
           PERFORM 8200-REGRABAR-EVENTO
           .
       3000-CONFIRMAR-EVENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-MODIFICAR-EVENTO.
           PERFORM 8100-LEER-EVENTO
           IF WS-EV-NO-ENCONTRADO
              MOVE '23' TO EVM-COD-RETORNO
              GO TO 4000-MODIFICAR-EVENTO-EXIT
           END-IF
           IF NOT EV-CONFIRMADO
              MOVE '24' TO EVM-COD-RETORNO
              MOVE EV-ESTADO TO EVM-ESTADO-RESULTANTE
              GO TO 4000-MODIFICAR-EVENTO-EXIT
           END-IF
           PERFORM 7000-VALIDAR-DATOS
              THRU 7000-VALIDAR-DATOS-EXIT
           IF EVM-COD-RETORNO NOT = '00'
              GO TO 4000-MODIFICAR-EVENTO-EXIT
           END-IF
           MOVE EV-REGISTRO-EVENTO TO MJW-IMAGEN-ANTERIOR
           PERFORM 7100-APLICAR-DATOS
           PERFORM 8200-REGRABAR-EVENTO
           .
       4000-MODIFICAR-EVENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5000-DESCARTAR-EVENTO.
           PERFORM 8100-LEER-EVENTO
           IF WS-EV-NO-ENCONTRADO
              MOVE '23' TO EVM-COD-RETORNO
              GO TO 5000-DESCARTAR-EVENTO-EXIT
           END-IF
           IF NOT EV-PROPUESTO
              MOVE '24' TO EVM-COD-RETORNO
              MOVE EV-ESTADO TO EVM-ESTADO-RESULTANTE
              GO TO 5000-DESCARTAR-EVENTO-EXIT
           END-IF
           MOVE EV-REGISTRO-EVENTO TO MJW-IMAGEN-ANTERIOR
           IF EVM-DESCRIPCION NOT = SPACES
              MOVE EVM-DESCRIPCION TO EV-DESCRIPCION
           END-IF
           MOVE 'D' TO EV-ESTADO
           PERFORM 8200-REGRABAR-EVENTO
           .
       5000-DESCARTAR-EVENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6000-CONSULTAR-EVENTO.
           OPEN INPUT EVENTO-PERDIDA
           PERFORM 8100-LEER-EVENTO
           IF WS-EV-OK
              MOVE EV-FUENTE               TO EVM-FUENTE
              MOVE EV-FECHA-OCURRENCIA     TO EVM-FECHA-OCURRENCIA
              MOVE EV-FECHA-DESCUBRIMIENTO TO EVM-FECHA-DESCUBRIMIENTO
              MOVE EV-LINEA-NEGOCIO        TO EVM-LINEA-NEGOCIO
              MOVE EV-TIPO-EVENTO          TO EVM-TIPO-EVENTO
              MOVE EV-CTAVALOR             TO EVM-CTAVALOR
              MOVE EV-MONEDA               TO EVM-MONEDA
              MOVE EV-PERDIDA-BRUTA        TO EVM-PERDIDA-BRUTA
              MOVE EV-RECUPERO             TO EVM-RECUPERO
              MOVE EV-DESCRIPCION          TO EVM-DESCRIPCION
              MOVE EV-ESTADO               TO EVM-ESTADO-RESULTANTE
           ELSE
              MOVE '23' TO EVM-COD-RETORNO
           END-IF
           CLOSE EVENTO-PERDIDA
           .
       6000-CONSULTAR-EVENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA CLASIFICACION SE VALIDA COMPLETA: LINEA DE NEGOCIO 1 A 8, *
      * TIPO DE EVENTO 1 A 7, OCURRENCIA NO POSTERIOR AL             *
      * DESCUBRIMIENTO NI ESTE A LA FECHA DEL DIA, IMPORTES NO       *
      * NEGATIVOS Y RECUPERO NO MAYOR QUE LA PERDIDA BRUTA.          *
      *--------------------------------------------------------------*
       7000-VALIDAR-DATOS.
           IF EVM-LINEA-NEGOCIO NOT NUMERIC
              OR EVM-TIPO-EVENTO NOT NUMERIC
              OR EVM-FECHA-OCURRENCIA NOT NUMERIC
              OR EVM-FECHA-DESCUBRIMIENTO NOT NUMERIC
              MOVE '20' TO EVM-COD-RETORNO
              GO TO 7000-VALIDAR-DATOS-EXIT
           END-IF
           IF EVM-LINEA-NEGOCIO < 1 OR EVM-LINEA-NEGOCIO > 8
              OR EVM-TIPO-EVENTO < 1 OR EVM-TIPO-EVENTO > 7
              MOVE '20' TO EVM-COD-RETORNO
              GO TO 7000-VALIDAR-DATOS-EXIT
           END-IF
           IF EVM-FECHA-OCURRENCIA = 0
              OR EVM-FECHA-OCURRENCIA > EVM-FECHA-DESCUBRIMIENTO
              OR EVM-FECHA-DESCUBRIMIENTO > WS-FECHA-SISTEMA
              MOVE '20' TO EVM-COD-RETORNO
              GO TO 7000-VALIDAR-DATOS-EXIT
           END-IF
           IF EVM-PERDIDA-BRUTA < 0
              OR EVM-RECUPERO < 0
              OR EVM-RECUPERO > EVM-PERDIDA-BRUTA
              MOVE '20' TO EVM-COD-RETORNO
           END-IF
           .
       7000-VALIDAR-DATOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7100-APLICAR-DATOS.
           MOVE EVM-FECHA-OCURRENCIA     TO EV-FECHA-OCURRENCIA
           MOVE EVM-FECHA-DESCUBRIMIENTO TO EV-FECHA-DESCUBRIMIENTO
           MOVE EVM-LINEA-NEGOCIO        TO EV-LINEA-NEGOCIO
           MOVE EVM-TIPO-EVENTO          TO EV-TIPO-EVENTO
           MOVE EVM-PERDIDA-BRUTA        TO EV-PERDIDA-BRUTA
           MOVE EVM-RECUPERO             TO EV-RECUPERO
           IF EVM-CTAVALOR NOT = SPACES
              MOVE EVM-CTAVALOR          TO EV-CTAVALOR
           END-IF
           IF EVM-MONEDA NOT = SPACES
              MOVE EVM-MONEDA            TO EV-MONEDA
           END-IF
           IF EVM-DESCRIPCION NOT = SPACES
              MOVE EVM-DESCRIPCION       TO EV-DESCRIPCION
           END-IF
           .
       7100-APLICAR-DATOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8000-GRABAR-BITACORA.
           MOVE 'EVPERD'              TO MJW-MAESTRO
           MOVE 'CEVPMNT'             TO MJW-PROGRAMA
           MOVE EVM-FUNCION           TO MJW-FUNCION
           MOVE EVM-USUARIO           TO MJW-USUARIO
           MOVE EVM-TERMINAL          TO MJW-TERMINAL
           MOVE EV-CLAVE              TO MJW-CLAVE
           MOVE EV-REGISTRO-EVENTO    TO MJW-IMAGEN-NUEVA
           CALL 'MNTJRNW' USING MJW-PARAMETROS
           .
       8000-GRABAR-BITACORA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8100-LEER-EVENTO.
           MOVE EVM-ORIGEN     TO EV-ORIGEN
           MOVE EVM-REFERENCIA TO EV-REFERENCIA
           MOVE '00' TO WS-EV-STATUS
           READ EVENTO-PERDIDA
              INVALID KEY MOVE '23' TO WS-EV-STATUS
           END-READ
           .
       8100-LEER-EVENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8200-REGRABAR-EVENTO.
           MOVE EVM-USUARIO      TO EV-USU-ESTADO
           MOVE WS-FECHA-SISTEMA TO EV-FEC-ESTADO
           REWRITE EV-REGISTRO-EVENTO
              INVALID KEY MOVE '23' TO EVM-COD-RETORNO
           END-REWRITE
           IF EVM-COD-RETORNO = '00'
              MOVE EV-ESTADO TO EVM-ESTADO-RESULTANTE
              PERFORM 8000-GRABAR-BITACORA
           END-IF
           .
       8200-REGRABAR-EVENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

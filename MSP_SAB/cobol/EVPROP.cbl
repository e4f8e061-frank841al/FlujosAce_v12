       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EVPROP.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  28/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 28/09/2026 JQ      ALTA. PROPUESTA AUTOMATICA DE EVENTOS DE  *
      *                    PERDIDA OPERACIONAL (EVPERD) DESDE LOS    *
      *                    PROGRAMAS QUE LOS ORIGINAN, Y REGISTRO DE *
      *                    RECUPEROS POSTERIORES.                    *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * EL PROGRAMA DE ORIGEN PROPONE EL EVENTO CON SU REFERENCIA    *
      * (AJUSTE, POLIZA, RECLAMO O QUIEBRE), LA LINEA DE NEGOCIO Y   *
      * EL TIPO DE EVENTO QUE LE CORRESPONDEN POR DEFECTO Y LA       *
      * PERDIDA BRUTA. EL EVENTO QUEDA PROPUESTO HASTA QUE LA UNIDAD *
      * DE RIESGOS LO REVISA EN CEVPMNT; MIENTRAS TANTO LA PROPUESTA *
      * REPETIDA ACTUALIZA LA PERDIDA BRUTA (POR EJEMPLO LA MORA QUE *
      * SIGUE CORRIENDO). UNA VEZ CONFIRMADO O DESCARTADO EL ORIGEN  *
      * YA NO LO MODIFICA; SOLO LOS RECUPEROS SE SIGUEN SUMANDO AL   *
      * EVENTO NO DESCARTADO. NINGUN RETORNO DETIENE AL LLAMADOR.    *
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
       LINKAGE SECTION.
       COPY EVPROPP.
       PROCEDURE DIVISION USING EVP-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           EVALUATE TRUE
              WHEN EVP-FN-PROPONER
                 PERFORM 2000-PROPONER-EVENTO
              WHEN EVP-FN-RECUPERO
                 PERFORM 3000-REGISTRAR-RECUPERO
              WHEN OTHER
                 MOVE '12' TO EVP-COD-RETORNO
           END-EVALUATE
           CLOSE EVENTO-PERDIDA
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE '00' TO EVP-COD-RETORNO
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           OPEN I-O EVENTO-PERDIDA
           MOVE EVP-ORIGEN     TO EV-ORIGEN
           MOVE EVP-REFERENCIA TO EV-REFERENCIA
           MOVE '00' TO WS-EV-STATUS
           READ EVENTO-PERDIDA
              INVALID KEY MOVE '23' TO WS-EV-STATUS
           END-READ
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-PROPONER-EVENTO.
           EVALUATE TRUE
              WHEN WS-EV-NO-ENCONTRADO
                 PERFORM 2100-ALTA-EVENTO
              WHEN EV-PROPUESTO
                 MOVE EVP-IMPORTE      TO EV-PERDIDA-BRUTA
                 MOVE WS-FECHA-SISTEMA TO EV-FEC-ESTADO
                 REWRITE EV-REGISTRO-EVENTO
                 MOVE '01' TO EVP-COD-RETORNO
              WHEN OTHER
                 MOVE '24' TO EVP-COD-RETORNO
           END-EVALUATE
           .
       2000-PROPONER-EVENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-ALTA-EVENTO.
           MOVE SPACES                   TO EV-REGISTRO-EVENTO
           MOVE EVP-ORIGEN               TO EV-ORIGEN
           MOVE EVP-REFERENCIA           TO EV-REFERENCIA
           MOVE EVP-FUENTE               TO EV-FUENTE
           MOVE EVP-FECHA-OCURRENCIA     TO EV-FECHA-OCURRENCIA
           MOVE EVP-FECHA-DESCUBRIMIENTO TO EV-FECHA-DESCUBRIMIENTO
           IF EV-FECHA-DESCUBRIMIENTO = 0
              MOVE WS-FECHA-SISTEMA TO EV-FECHA-DESCUBRIMIENTO
           END-IF
           IF EV-FECHA-OCURRENCIA = 0
              MOVE EV-FECHA-DESCUBRIMIENTO TO EV-FECHA-OCURRENCIA
           END-IF
           MOVE WS-FECHA-SISTEMA         TO EV-FECHA-REGISTRO
           MOVE EVP-LINEA-NEGOCIO        TO EV-LINEA-NEGOCIO
           MOVE EVP-TIPO-EVENTO          TO EV-TIPO-EVENTO
           MOVE EVP-CTAVALOR             TO EV-CTAVALOR
           MOVE EVP-MONEDA               TO EV-MONEDA
           MOVE EVP-IMPORTE              TO EV-PERDIDA-BRUTA
           MOVE 0                        TO EV-RECUPERO
           MOVE EVP-DESCRIPCION          TO EV-DESCRIPCION
           MOVE 'P'                      TO EV-ESTADO
           MOVE 'EVPROP'                 TO EV-USU-ESTADO
           MOVE WS-FECHA-SISTEMA         TO EV-FEC-ESTADO
           WRITE EV-REGISTRO-EVENTO
              INVALID KEY MOVE '24' TO EVP-COD-RETORNO
           END-WRITE
           .
       2100-ALTA-EVENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-REGISTRAR-RECUPERO.
           IF WS-EV-NO-ENCONTRADO
              MOVE '23' TO EVP-COD-RETORNO
           ELSE
              IF EV-DESCARTADO
                 MOVE '24' TO EVP-COD-RETORNO
              ELSE
                 ADD EVP-IMPORTE TO EV-RECUPERO
                 REWRITE EV-REGISTRO-EVENTO
                 MOVE '01' TO EVP-COD-RETORNO
              END-IF
           END-IF
           .
       3000-REGISTRAR-RECUPERO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PERCHK.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  28/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 28/09/2026 JQ      ALTA. GUARDA DE PERIODO CONTABLE CERRADO: *
      *                    EL MOVIMIENTO CON FECHA VALOR EN UN MES   *
      *                    CERRADO (PERCONT) SE RECHAZA O SE REDATA  *
      *                    A HOY CON SU AJUSTE POST-CIERRE EN        *
      *                    PERAJUS.                                  *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LA FECHA VALOR DEL MES EN CURSO O POSTERIOR, O EN UN MES     *
      * ANTERIOR AUN NO CERRADO, SE ACEPTA TAL CUAL. SI CAE EN UN    *
      * MES CERRADO LA POLITICA LA DA EL PARAMETRO PERC-REDATA       *
      * (PARMCHK): EN 1 (POR DEFECTO) EL MOVIMIENTO SE REDATA A LA   *
      * FECHA DEL DIA, QUE SIEMPRE ESTA EN PERIODO ABIERTO PORQUE    *
      * CPERCIER SOLO CIERRA MESES VENCIDOS; EN 0 SE RECHAZA Y EL    *
      * INTENTO QUEDA EN LA TRAZA DE ERRORES (ERRLOGW, CODIGO        *
      * PER001). CON FUNCION 'G' EL REDATADO DEJA SU LINEA EN        *
      * PERAJUS CON LA FECHA ORIGINAL, LA APLICADA Y EL MOTIVO; EL   *
      * LLAMADOR QUE AUN NO CONOCE SU REFERENCIA VERIFICA PRIMERO    *
      * CON 'V' Y GRABA CON 'G' DESPUES DE APLICAR.                  *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODO-CONTABLE ASSIGN TO PERCONT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PK-PERIODO
               FILE STATUS IS WS-PK-STATUS.
           SELECT AJUSTE-POST-CIERRE ASSIGN TO PERAJUS
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIODO-CONTABLE
           RECORDING MODE IS F.
       COPY PERCONT.
       FD  AJUSTE-POST-CIERRE
           RECORDING MODE IS F.
       COPY PERAJUS.
       WORKING-STORAGE SECTION.
       01  WS-PK-STATUS                PIC X(02) VALUE '00'.
           88 WS-PK-OK                           VALUE '00'.
       01  WS-FECHA-SISTEMA            PIC 9(08).
       01  WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
           05 WS-PERIODO-ACTUAL        PIC 9(06).
           05 FILLER                   PIC 9(02).
       01  WS-HORA-SISTEMA             PIC 9(08).
       01  WS-FECHA-VALOR              PIC 9(08).
       01  WS-FECHA-VALOR-R REDEFINES WS-FECHA-VALOR.
           05 WS-PERIODO-VALOR         PIC 9(06).
           05 FILLER                   PIC 9(02).
      *   PARAMETRO PERC-REDATA (PARMCHK) CON SU VALOR POR DEFECTO.
       77  WS-IND-REDATA               PIC 9(01) VALUE 1.
           88 WS-SE-REDATA                       VALUE 1.
       01  WS-MOTIVO.
           05 FILLER                   PIC X(31) VALUE
              'FECHA VALOR EN PERIODO CERRADO '.
           05 WM-PERIODO               PIC 9(06).
           05 FILLER                   PIC X(03) VALUE SPACES.
       COPY PARMCHKP.
       COPY ERRLOGWP.
       LINKAGE SECTION.
       COPY PERCHKP.
       PROCEDURE DIVISION USING PCK-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT
           IF PCK-PERIODO-CERRADO > 0
              PERFORM 2000-APLICAR-POLITICA
              IF PCK-REDATADO AND PCK-FN-GRABAR
                 PERFORM 3000-GRABAR-AJUSTE
              END-IF
           END-IF
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE 'A' TO PCK-IND-RESULTADO
           MOVE 0   TO PCK-PERIODO-CERRADO
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA  FROM TIME
           MOVE WS-FECHA-SISTEMA TO PCK-FECHA-APLICADA
           IF PCK-FECHA-VALOR NOT NUMERIC
              OR PCK-FECHA-VALOR = 0
              GO TO 1000-INICIALIZAR-EXIT
           END-IF
           MOVE PCK-FECHA-VALOR TO WS-FECHA-VALOR
           MOVE PCK-FECHA-VALOR TO PCK-FECHA-APLICADA
           IF WS-PERIODO-VALOR NOT < WS-PERIODO-ACTUAL
              GO TO 1000-INICIALIZAR-EXIT
           END-IF
           MOVE '00' TO WS-PK-STATUS
           MOVE WS-PERIODO-VALOR TO PK-PERIODO
           OPEN INPUT PERIODO-CONTABLE
           READ PERIODO-CONTABLE
              INVALID KEY MOVE '23' TO WS-PK-STATUS
           END-READ
           CLOSE PERIODO-CONTABLE
           IF WS-PK-OK AND PK-CERRADO
              MOVE WS-PERIODO-VALOR TO PCK-PERIODO-CERRADO
           END-IF
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-APLICAR-POLITICA.
           MOVE 0 TO PMC-FECHA
           MOVE 'PERC-REDATA' TO PMC-COD-PARAMETRO
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-IND-REDATA
           ELSE
              MOVE 1 TO WS-IND-REDATA
           END-IF
           IF WS-SE-REDATA
              MOVE 'R' TO PCK-IND-RESULTADO
              MOVE WS-FECHA-SISTEMA TO PCK-FECHA-APLICADA
           ELSE
              MOVE 'X' TO PCK-IND-RESULTADO
              MOVE 'PERCHK'        TO EW-PROGRAMA
              MOVE 'PER001'        TO EW-COD-ERROR-DEV
              MOVE PCK-CTA-VALOR   TO EW-VAR1
              MOVE SPACES          TO EW-VAR2
              MOVE PCK-PROGRAMA    TO EW-VAR2(1:8)
              MOVE PCK-FECHA-VALOR TO EW-VAR2(10:8)
              MOVE PCK-USUARIO     TO EW-USUARIO
              CALL 'ERRLOGW' USING EW-PARAMETROS
           END-IF
           .
       2000-APLICAR-POLITICA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-GRABAR-AJUSTE.
           MOVE PCK-PERIODO-CERRADO TO WM-PERIODO
           MOVE WS-FECHA-SISTEMA    TO PJ-FECHA-REGISTRO
           MOVE WS-HORA-SISTEMA     TO PJ-HORA-REGISTRO
           MOVE PCK-PERIODO-CERRADO TO PJ-PERIODO-CERRADO
           MOVE PCK-FECHA-VALOR     TO PJ-FECHA-VALOR
           MOVE PCK-FECHA-APLICADA  TO PJ-FECHA-APLICADA
           MOVE PCK-PROGRAMA        TO PJ-PROGRAMA
           MOVE PCK-REFERENCIA      TO PJ-REFERENCIA
           MOVE PCK-TIPO            TO PJ-TIPO
           MOVE PCK-CTA-VALOR       TO PJ-CTAVALOR
           MOVE PCK-NEMONICO        TO PJ-NEMONICO
           MOVE PCK-MONEDA          TO PJ-MONEDA
           MOVE PCK-CARGO-ABONO     TO PJ-CARGO-ABONO
           MOVE PCK-IMPORTE         TO PJ-IMPORTE
           MOVE PCK-CONCEPTO        TO PJ-CONCEPTO
           MOVE WS-MOTIVO           TO PJ-MOTIVO
           MOVE PCK-USUARIO         TO PJ-USUARIO
           OPEN EXTEND AJUSTE-POST-CIERRE
           WRITE PJ-REGISTRO-AJUSTE
           CLOSE AJUSTE-POST-CIERRE
           .
       3000-GRABAR-AJUSTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

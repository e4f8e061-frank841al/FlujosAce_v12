       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CEMISMNT.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  14/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 14/09/2026 JQ      ALTA. MANTENIMIENTO DEL MAESTRO DE        *
      *                    EMISORES (EMISMAST) Y DEL VINCULO         *
      *                    NEMONICO-EMISOR (NM-COD-EMISOR DE         *
      *                    NEMOMAST).                                *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      * 15/10/2026 JQ      ALTA. EL ALTA, MODIFICACION Y BAJA DEL    *
      *                    EMISOR (EMISMAST) Y EL VINCULO DEL        *
      *                    NEMONICO (NEMOMAST) DEJAN IMAGEN          *
      *                    ANTES/DESPUES EN LA BITACORA COMUN        *
      *                    MNTJRNL (MNTJRNW) CON OPERADOR Y          *
      *                    TERMINAL.                                 *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * DA DE ALTA, MODIFICA O DA DE BAJA (INACTIVA) UN EMISOR EN    *
      * EMISMAST, O VINCULA UN NEMONICO DE NEMOMAST A UN EMISOR      *
      * ACTIVO, SEGUN EMM-FUNCION. PARA EMISORES PERUANOS (PAIS      *
      * 'PER') EL RUC ES OBLIGATORIO Y SE VALIDA SU DIGITO           *
      * VERIFICADOR (MODULO 11); LOS EMISORES DEL EXTERIOR PUEDEN    *
      * QUEDAR SIN RUC. TODA ALTA O CAMBIO ACEPTADO DEJA IMAGEN      *
      * ANTES/DESPUES EN LA BITACORA COMUN MNTJRNL (MNTJRNW).        *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMISOR-MAESTRO ASSIGN TO EMISMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-COD-EMISOR
               FILE STATUS IS WS-EM-STATUS.
           SELECT NEMONICO-MAESTRO ASSIGN TO NEMOMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NM-NEMONICO
               FILE STATUS IS WS-NM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMISOR-MAESTRO
           RECORDING MODE IS F.
       COPY EMISMAST.
       FD  NEMONICO-MAESTRO
           RECORDING MODE IS F.
       COPY NEMOMAST.
       WORKING-STORAGE SECTION.
       01  WS-EM-STATUS                PIC X(02) VALUE '00'.
           88 WS-EM-OK                           VALUE '00'.
           88 WS-EM-NO-ENCONTRADO                VALUE '23'.
       01  WS-NM-STATUS                PIC X(02) VALUE '00'.
           88 WS-NM-OK                           VALUE '00'.
           88 WS-NM-NO-ENCONTRADO                VALUE '23'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       77  WS-IDX                      PIC 9(02) COMP VALUE 0.
       77  WS-SUMA-RUC                 PIC 9(05) COMP VALUE 0.
       77  WS-DIGITO-CALC              PIC 9(02) VALUE 0.
       01  WS-RUC                      PIC X(11).
       01  WS-RUC-R REDEFINES WS-RUC.
           05 WS-RUC-DIGITO            PIC 9(01) OCCURS 11 TIMES.
       01  WS-PESOS-RUC                PIC X(10) VALUE '5432765432'.
       01  WS-PESOS-RUC-R REDEFINES WS-PESOS-RUC.
           05 WS-PESO                  PIC 9(01) OCCURS 10 TIMES.
       COPY MNTJRNWP.
       LINKAGE SECTION.
       COPY EMISMANT.
       PROCEDURE DIVISION USING EMM-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           OPEN I-O EMISOR-MAESTRO
           EVALUATE TRUE
              WHEN EMM-ES-ALTA
                 PERFORM 2000-DAR-DE-ALTA
              WHEN EMM-ES-MODIFICACION
                 PERFORM 3000-MODIFICAR THRU 3000-MODIFICAR-EXIT
              WHEN EMM-ES-BAJA
                 PERFORM 4000-DAR-DE-BAJA
              WHEN EMM-ES-VINCULO
                 PERFORM 5000-VINCULAR-NEMONICO
                    THRU 5000-VINCULAR-NEMONICO-EXIT
              WHEN OTHER
                 MOVE '08'     TO EMM-COD-RETORNO
                 MOVE 'EMI001' TO EMM-COD-ERROR-DEV
           END-EVALUATE
           CLOSE EMISOR-MAESTRO
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE '00'   TO EMM-COD-RETORNO
           MOVE SPACES TO EMM-COD-ERROR-DEV
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE EMM-COD-EMISOR TO EM-COD-EMISOR
           MOVE SPACES TO MJW-IMAGEN-ANTERIOR
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-DAR-DE-ALTA.
           PERFORM 2100-VALIDAR-DATOS THRU 2100-VALIDAR-DATOS-EXIT
           IF EMM-COD-RETORNO = '00'
              MOVE EMM-COD-EMISOR   TO EM-COD-EMISOR
              MOVE EMM-RUC          TO EM-RUC
              MOVE EMM-RAZON-SOCIAL TO EM-RAZON-SOCIAL
              MOVE EMM-SECTOR       TO EM-SECTOR
              MOVE EMM-PAIS         TO EM-PAIS
              MOVE 'A'              TO EM-ESTADO
              MOVE WS-FECHA-SISTEMA TO EM-FEC-ALTA
              MOVE WS-FECHA-SISTEMA TO EM-FEC-ULT-MODIF
              WRITE EM-REGISTRO-EMISOR
                 INVALID KEY
                    MOVE '12'     TO EMM-COD-RETORNO
                    MOVE 'EMI002' TO EMM-COD-ERROR-DEV
              END-WRITE
              IF EMM-COD-RETORNO = '00'
                 PERFORM 8000-BITACORA-EMISOR
              END-IF
           END-IF
           .
       2000-DAR-DE-ALTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-VALIDAR-DATOS.
           IF EMM-COD-EMISOR = SPACES
              OR EMM-RAZON-SOCIAL = SPACES
              OR EMM-SECTOR = SPACES
              OR EMM-PAIS = SPACES
              MOVE '08'     TO EMM-COD-RETORNO
              MOVE 'EMI005' TO EMM-COD-ERROR-DEV
              GO TO 2100-VALIDAR-DATOS-EXIT
           END-IF
           IF EMM-PAIS = 'PER'
              OR EMM-RUC NOT = SPACES
              PERFORM 2200-VALIDAR-RUC THRU 2200-VALIDAR-RUC-EXIT
           END-IF
           .
       2100-VALIDAR-DATOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * DIGITO VERIFICADOR DEL RUC: SUMA DE LOS DIEZ PRIMEROS        *
      * DIGITOS POR LOS PESOS 5-4-3-2-7-6-5-4-3-2, ONCE MENOS EL     *
      * RESTO MODULO 11 (10 SE LEE 0 Y 11 SE LEE 1).                 *
      *--------------------------------------------------------------*
       2200-VALIDAR-RUC.
           MOVE EMM-RUC TO WS-RUC
           IF WS-RUC IS NOT NUMERIC
              MOVE '08'     TO EMM-COD-RETORNO
              MOVE 'EMI006' TO EMM-COD-ERROR-DEV
              GO TO 2200-VALIDAR-RUC-EXIT
           END-IF
           MOVE 0 TO WS-SUMA-RUC
           PERFORM 2210-SUMAR-DIGITO
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > 10
           COMPUTE WS-DIGITO-CALC =
              11 - FUNCTION MOD(WS-SUMA-RUC 11)
           IF WS-DIGITO-CALC = 10
              MOVE 0 TO WS-DIGITO-CALC
           END-IF
           IF WS-DIGITO-CALC = 11
              MOVE 1 TO WS-DIGITO-CALC
           END-IF
           IF WS-DIGITO-CALC NOT = WS-RUC-DIGITO(11)
              MOVE '08'     TO EMM-COD-RETORNO
              MOVE 'EMI006' TO EMM-COD-ERROR-DEV
           END-IF
           .
       2200-VALIDAR-RUC-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2210-SUMAR-DIGITO.
           COMPUTE WS-SUMA-RUC =
              WS-SUMA-RUC + WS-RUC-DIGITO(WS-IDX) * WS-PESO(WS-IDX)
           .
       2210-SUMAR-DIGITO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-MODIFICAR.
           PERFORM 2100-VALIDAR-DATOS THRU 2100-VALIDAR-DATOS-EXIT
           IF EMM-COD-RETORNO NOT = '00'
              GO TO 3000-MODIFICAR-EXIT
           END-IF
           READ EMISOR-MAESTRO
              INVALID KEY
                 MOVE '12'     TO EMM-COD-RETORNO
                 MOVE 'EMI003' TO EMM-COD-ERROR-DEV
           END-READ
           IF EMM-COD-RETORNO = '00'
              MOVE EM-REGISTRO-EMISOR TO MJW-IMAGEN-ANTERIOR
              MOVE EMM-RUC          TO EM-RUC
              MOVE EMM-RAZON-SOCIAL TO EM-RAZON-SOCIAL
              MOVE EMM-SECTOR       TO EM-SECTOR
              MOVE EMM-PAIS         TO EM-PAIS
              MOVE WS-FECHA-SISTEMA TO EM-FEC-ULT-MODIF
              REWRITE EM-REGISTRO-EMISOR
                 INVALID KEY
                    MOVE '16'     TO EMM-COD-RETORNO
                    MOVE 'EMI004' TO EMM-COD-ERROR-DEV
              END-REWRITE
              IF EMM-COD-RETORNO = '00'
                 PERFORM 8000-BITACORA-EMISOR
              END-IF
           END-IF
           .
       3000-MODIFICAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-DAR-DE-BAJA.
           READ EMISOR-MAESTRO
              INVALID KEY
                 MOVE '12'     TO EMM-COD-RETORNO
                 MOVE 'EMI003' TO EMM-COD-ERROR-DEV
           END-READ
           IF EMM-COD-RETORNO = '00'
              MOVE EM-REGISTRO-EMISOR TO MJW-IMAGEN-ANTERIOR
              MOVE 'I' TO EM-ESTADO
              MOVE WS-FECHA-SISTEMA TO EM-FEC-ULT-MODIF
              REWRITE EM-REGISTRO-EMISOR
                 INVALID KEY
                    MOVE '16'     TO EMM-COD-RETORNO
                    MOVE 'EMI004' TO EMM-COD-ERROR-DEV
              END-REWRITE
              IF EMM-COD-RETORNO = '00'
                 PERFORM 8000-BITACORA-EMISOR
              END-IF
           END-IF
           .
       4000-DAR-DE-BAJA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL VINCULO SOLO SE ACEPTA HACIA UN EMISOR ACTIVO; VOLVER A   *
      * VINCULAR UN NEMONICO REEMPLAZA SU EMISOR ANTERIOR.           *
      *--------------------------------------------------------------*
       5000-VINCULAR-NEMONICO.
           READ EMISOR-MAESTRO
              INVALID KEY
                 MOVE '12'     TO EMM-COD-RETORNO
                 MOVE 'EMI003' TO EMM-COD-ERROR-DEV
           END-READ
           IF EMM-COD-RETORNO NOT = '00'
              GO TO 5000-VINCULAR-NEMONICO-EXIT
           END-IF
           IF NOT EM-ES-ACTIVO
              MOVE '08'     TO EMM-COD-RETORNO
              MOVE 'EMI007' TO EMM-COD-ERROR-DEV
              GO TO 5000-VINCULAR-NEMONICO-EXIT
           END-IF
           MOVE '00' TO WS-NM-STATUS
           OPEN I-O NEMONICO-MAESTRO
           MOVE EMM-NEMONICO TO NM-NEMONICO
           READ NEMONICO-MAESTRO
              INVALID KEY MOVE '23' TO WS-NM-STATUS
           END-READ
           IF WS-NM-NO-ENCONTRADO
              MOVE '12'     TO EMM-COD-RETORNO
              MOVE 'EMI008' TO EMM-COD-ERROR-DEV
           ELSE
              MOVE NM-REGISTRO-NEMONICO TO MJW-IMAGEN-ANTERIOR
              MOVE EM-COD-EMISOR TO NM-COD-EMISOR
              REWRITE NM-REGISTRO-NEMONICO
                 INVALID KEY
                    MOVE '16'     TO EMM-COD-RETORNO
                    MOVE 'EMI004' TO EMM-COD-ERROR-DEV
              END-REWRITE
              IF EMM-COD-RETORNO = '00'
                 PERFORM 8100-BITACORA-NEMONICO
              END-IF
           END-IF
           CLOSE NEMONICO-MAESTRO
           .
       5000-VINCULAR-NEMONICO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8000-BITACORA-EMISOR.
           MOVE 'EMISMAST'             TO MJW-MAESTRO
           MOVE 'CEMISMNT'             TO MJW-PROGRAMA
           MOVE EMM-FUNCION            TO MJW-FUNCION
           MOVE EMM-USU-OPERADOR       TO MJW-USUARIO
           MOVE EMM-TERMINAL           TO MJW-TERMINAL
           MOVE EM-COD-EMISOR          TO MJW-CLAVE
           MOVE EM-REGISTRO-EMISOR     TO MJW-IMAGEN-NUEVA
           CALL 'MNTJRNW' USING MJW-PARAMETROS
           .
       8000-BITACORA-EMISOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8100-BITACORA-NEMONICO.
           MOVE 'NEMOMAST'             TO MJW-MAESTRO
           MOVE 'CEMISMNT'             TO MJW-PROGRAMA
           MOVE EMM-FUNCION            TO MJW-FUNCION
           MOVE EMM-USU-OPERADOR       TO MJW-USUARIO
           MOVE EMM-TERMINAL           TO MJW-TERMINAL
           MOVE NM-NEMONICO            TO MJW-CLAVE
           MOVE NM-REGISTRO-NEMONICO   TO MJW-IMAGEN-NUEVA
           CALL 'MNTJRNW' USING MJW-PARAMETROS
           .
       8100-BITACORA-NEMONICO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

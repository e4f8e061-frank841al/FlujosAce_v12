       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPERCIER.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  28/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 28/09/2026 JQ      ALTA. CIERRE DE PERIODO CONTABLE          *
      *                    (PERCONT): EL CONTADOR CIERRA CADA MES    *
      *                    UNA SOLA VEZ, CON GUARDA DE AUTORIZACION  *
      *                    Y LINEA EN LA BITACORA COMUN MNTJRNL;     *
      *                    CONSULTA DEL ESTADO DEL MES.              *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * EL CIERRE ES UNA ACCION SENSIBLE: SOLO USUARIOS CON PERFIL   *
      * EN USUAUT PARA CPERCIER Y EL CANAL DE LA LLAMADA. SE CIERRA  *
      * UN MES YA VENCIDO (ANTERIOR AL MES EN CURSO, DE MODO QUE LA  *
      * FECHA DEL DIA SIEMPRE QUEDE EN PERIODO ABIERTO PARA LOS      *
      * REDATADOS DE PERCHK), EN ORDEN (EL MES ANTERIOR DEBE ESTAR   *
      * CERRADO, SALVO EL PRIMER CIERRE DEL MAESTRO) Y UNA SOLA VEZ: *
      * NO HAY FUNCION DE REAPERTURA, Y LO QUE LLEGUE DESPUES CON    *
      * FECHA VALOR EN EL MES CERRADO VA COMO AJUSTE POST-CIERRE     *
      * (PERAJUS).                                                   *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODO-CONTABLE ASSIGN TO PERCONT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PK-PERIODO
               FILE STATUS IS WS-PK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIODO-CONTABLE
           RECORDING MODE IS F.
       COPY PERCONT.
       WORKING-STORAGE SECTION.
       01  WS-PK-STATUS                PIC X(02) VALUE '00'.
           88 WS-PK-OK                           VALUE '00'.
           88 WS-PK-NO-ENCONTRADO                VALUE '23'.
       01  WS-FECHA-SISTEMA            PIC 9(08).
       01  WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.
           05 WS-PERIODO-ACTUAL        PIC 9(06).
           05 FILLER                   PIC 9(02).
       01  WS-HORA-SISTEMA             PIC 9(08).
       01  WS-PERIODO-CIERRE           PIC 9(06).
       01  WS-PERIODO-CIERRE-R REDEFINES WS-PERIODO-CIERRE.
           05 WS-PC-ANIO               PIC 9(04).
           05 WS-PC-MES                PIC 9(02).
       01  WS-PERIODO-ANTERIOR         PIC 9(06).
       01  WS-PERIODO-ANTERIOR-R REDEFINES WS-PERIODO-ANTERIOR.
           05 WS-PA-ANIO               PIC 9(04).
           05 WS-PA-MES                PIC 9(02).
       77  WS-SW-EXISTE                PIC X(01) VALUE 'N'.
           88 WS-PERIODO-EXISTE                  VALUE 'S'.
       COPY AUTCHKP.
       COPY ERRLOGWP.
       COPY MNTJRNWP.
       LINKAGE SECTION.
       COPY PERCIERP.
       PROCEDURE DIVISION USING PCI-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           EVALUATE TRUE
              WHEN PCI-FN-CERRAR
                 PERFORM 2000-CERRAR-PERIODO
                    THRU 2000-CERRAR-PERIODO-EXIT
              WHEN PCI-FN-CONSULTA
                 PERFORM 3000-CONSULTAR-PERIODO
              WHEN OTHER
                 MOVE '12' TO PCI-COD-RETORNO
           END-EVALUATE
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE '00'   TO PCI-COD-RETORNO
           MOVE 0      TO PCI-FECHA-CIERRE
           MOVE SPACES TO PCI-USUARIO-CIERRE
           MOVE SPACES TO MJW-IMAGEN-ANTERIOR
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA  FROM TIME
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1100-VALIDAR-AUTORIZACION.
           MOVE PCI-USUARIO   TO AUT-USUARIO
           MOVE 'CPERCIER'    TO AUT-TRANSACCION
           MOVE 0             TO AUT-MTO-OPERACION
           MOVE PCI-CANAL     TO AUT-CANAL
           CALL 'AUTCHK' USING AUT-PARAMETROS
           IF NOT AUT-AUTORIZADO
              MOVE '26' TO PCI-COD-RETORNO
              MOVE 'CPERCIER'    TO EW-PROGRAMA
              MOVE 'AUT001'      TO EW-COD-ERROR-DEV
              MOVE PCI-USUARIO   TO EW-VAR1
              MOVE SPACES        TO EW-VAR2
              MOVE PCI-PERIODO   TO EW-VAR2(1:6)
              MOVE PCI-USUARIO   TO EW-USUARIO
              CALL 'ERRLOGW' USING EW-PARAMETROS
           END-IF
           .
       1100-VALIDAR-AUTORIZACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-CERRAR-PERIODO.
           PERFORM 1100-VALIDAR-AUTORIZACION
           IF PCI-COD-RETORNO NOT = '00'
              GO TO 2000-CERRAR-PERIODO-EXIT
           END-IF
           IF PCI-PERIODO NOT NUMERIC
              MOVE '20' TO PCI-COD-RETORNO
              GO TO 2000-CERRAR-PERIODO-EXIT
           END-IF
           MOVE PCI-PERIODO TO WS-PERIODO-CIERRE
           IF WS-PC-ANIO = 0
              OR WS-PC-MES < 1
              OR WS-PC-MES > 12
              MOVE '20' TO PCI-COD-RETORNO
              GO TO 2000-CERRAR-PERIODO-EXIT
           END-IF
           IF WS-PERIODO-CIERRE NOT < WS-PERIODO-ACTUAL
              MOVE '21' TO PCI-COD-RETORNO
              GO TO 2000-CERRAR-PERIODO-EXIT
           END-IF
           OPEN I-O PERIODO-CONTABLE
           PERFORM 2100-LEER-PERIODO
           IF WS-PERIODO-EXISTE AND PK-CERRADO
              MOVE '24'            TO PCI-COD-RETORNO
              MOVE PK-FECHA-CIERRE TO PCI-FECHA-CIERRE
              MOVE PK-USUARIO      TO PCI-USUARIO-CIERRE
              CLOSE PERIODO-CONTABLE
              GO TO 2000-CERRAR-PERIODO-EXIT
           END-IF
           IF WS-PERIODO-EXISTE
              MOVE PK-REGISTRO-PERIODO TO MJW-IMAGEN-ANTERIOR
           END-IF
           PERFORM 2200-VERIFICAR-ANTERIOR
           IF PCI-COD-RETORNO NOT = '00'
              CLOSE PERIODO-CONTABLE
              GO TO 2000-CERRAR-PERIODO-EXIT
           END-IF
           MOVE SPACES            TO PK-REGISTRO-PERIODO
           MOVE WS-PERIODO-CIERRE TO PK-PERIODO
           MOVE 'C'               TO PK-ESTADO
           MOVE WS-FECHA-SISTEMA  TO PK-FECHA-CIERRE
           MOVE WS-HORA-SISTEMA   TO PK-HORA-CIERRE
           MOVE PCI-USUARIO       TO PK-USUARIO
           IF WS-PERIODO-EXISTE
              REWRITE PK-REGISTRO-PERIODO
                 INVALID KEY MOVE '16' TO PCI-COD-RETORNO
              END-REWRITE
           ELSE
              WRITE PK-REGISTRO-PERIODO
                 INVALID KEY MOVE '16' TO PCI-COD-RETORNO
              END-WRITE
           END-IF
           IF PCI-COD-RETORNO = '00'
              MOVE PK-FECHA-CIERRE TO PCI-FECHA-CIERRE
              MOVE PK-USUARIO      TO PCI-USUARIO-CIERRE
              PERFORM 8000-GRABAR-BITACORA
           END-IF
           CLOSE PERIODO-CONTABLE
           .
       2000-CERRAR-PERIODO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-LEER-PERIODO.
           MOVE 'S'               TO WS-SW-EXISTE
           MOVE '00'              TO WS-PK-STATUS
           MOVE WS-PERIODO-CIERRE TO PK-PERIODO
           READ PERIODO-CONTABLE
              INVALID KEY MOVE '23' TO WS-PK-STATUS
           END-READ
           IF NOT WS-PK-OK
              MOVE 'N' TO WS-SW-EXISTE
           END-IF
           .
       2100-LEER-PERIODO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * EL MES ANTERIOR DEBE ESTAR CERRADO. SI NO ESTA EN EL MAESTRO *
      * SOLO SE ACEPTA CUANDO NO HAY NINGUN MES MAS ANTIGUO (PRIMER  *
      * CIERRE).                                                     *
      *--------------------------------------------------------------*
       2200-VERIFICAR-ANTERIOR.
           IF WS-PC-MES = 1
              COMPUTE WS-PA-ANIO = WS-PC-ANIO - 1
              MOVE 12 TO WS-PA-MES
           ELSE
              MOVE WS-PC-ANIO TO WS-PA-ANIO
              COMPUTE WS-PA-MES = WS-PC-MES - 1
           END-IF
           MOVE '00'                TO WS-PK-STATUS
           MOVE WS-PERIODO-ANTERIOR TO PK-PERIODO
           READ PERIODO-CONTABLE
              INVALID KEY MOVE '23' TO WS-PK-STATUS
           END-READ
           EVALUATE TRUE
              WHEN WS-PK-OK AND PK-CERRADO
                 CONTINUE
              WHEN WS-PK-OK
                 MOVE '22' TO PCI-COD-RETORNO
              WHEN OTHER
                 MOVE '00' TO WS-PK-STATUS
                 MOVE 0    TO PK-PERIODO
                 START PERIODO-CONTABLE
                    KEY IS NOT LESS THAN PK-PERIODO
                    INVALID KEY MOVE '10' TO WS-PK-STATUS
                 END-START
                 IF WS-PK-OK
                    READ PERIODO-CONTABLE NEXT RECORD
                       AT END MOVE '10' TO WS-PK-STATUS
                    END-READ
                 END-IF
                 IF WS-PK-OK
                    AND PK-PERIODO < WS-PERIODO-CIERRE
                    MOVE '22' TO PCI-COD-RETORNO
                 END-IF
           END-EVALUATE
           .
       2200-VERIFICAR-ANTERIOR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-CONSULTAR-PERIODO.
           MOVE PCI-PERIODO TO WS-PERIODO-CIERRE
           OPEN INPUT PERIODO-CONTABLE
           PERFORM 2100-LEER-PERIODO
           IF WS-PERIODO-EXISTE AND PK-CERRADO
              MOVE PK-FECHA-CIERRE TO PCI-FECHA-CIERRE
              MOVE PK-USUARIO      TO PCI-USUARIO-CIERRE
           ELSE
              MOVE '23' TO PCI-COD-RETORNO
           END-IF
           CLOSE PERIODO-CONTABLE
           .
       3000-CONSULTAR-PERIODO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8000-GRABAR-BITACORA.
           MOVE 'PERCONT'             TO MJW-MAESTRO
           MOVE 'CPERCIER'            TO MJW-PROGRAMA
           MOVE PCI-FUNCION           TO MJW-FUNCION
           MOVE PCI-USUARIO           TO MJW-USUARIO
           MOVE PCI-TERMINAL          TO MJW-TERMINAL
           MOVE SPACES                TO MJW-CLAVE
           MOVE PK-PERIODO            TO MJW-CLAVE(1:6)
           MOVE PK-REGISTRO-PERIODO   TO MJW-IMAGEN-NUEVA
           CALL 'MNTJRNW' USING MJW-PARAMETROS
           .
       8000-GRABAR-BITACORA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

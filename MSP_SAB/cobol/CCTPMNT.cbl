       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCTPMNT.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  05/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 05/10/2026 JQ      ALTA. MANTENIMIENTO DEL MAESTRO DE        *
      *                    CONTRAPARTES Y SUS LIMITES DE EXPOSICION  *
      *                    (CTPMAST), CON BITACORA COMUN MNTJRNL.    *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * DA DE ALTA, MODIFICA, SUSPENDE, REACTIVA, DA DE BAJA O       *
      * CONSULTA UNA CONTRAPARTE DE OPERACIONES EXTRABURSATILES,     *
      * REPORTES Y PRESTAMOS DE VALORES CON SUS LIMITES APROBADOS    *
      * POR PRODUCTO Y EN TOTAL. NINGUN LIMITE DE PRODUCTO PUEDE     *
      * SUPERAR EL TOTAL. LA BAJA EXIGE QUE NO QUEDE EXPOSICION      *
      * CALCULADA NI INTRADIA EN NINGUN PRODUCTO. LA EXPOSICION LA   *
      * ACTUALIZAN CTPCHK (INTRADIA) Y RCTPUTIL (CALCULO NOCTURNO);  *
      * ESTE PROGRAMA NO LA MODIFICA.                                *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRAPARTE ASSIGN TO CTPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-CONTRAPARTE
               FILE STATUS IS WS-CP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRAPARTE
           RECORDING MODE IS F.
       COPY CTPMAST.
       WORKING-STORAGE SECTION.
       01  WS-CP-STATUS                PIC X(02) VALUE '00'.
           88 WS-CP-OK                           VALUE '00'.
           88 WS-CP-NO-ENCONTRADO                VALUE '23'.
           88 WS-CP-DUPLICADO                    VALUE '22'.
       01  WS-FECHA-SISTEMA            PIC 9(08).
       77  WS-IDX-PROD                 PIC 9(01) COMP VALUE 0.
       77  WS-EXPO-VIGENTE             PIC S9(15)V9(02) VALUE 0.
       COPY MNTJRNWP.
       LINKAGE SECTION.
       COPY CTPMNTP.
       PROCEDURE DIVISION USING CPM-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
           OPEN I-O CONTRAPARTE
           EVALUATE TRUE
              WHEN CPM-ES-ALTA
                 PERFORM 2000-DAR-DE-ALTA
              WHEN CPM-ES-MODIFICACION
                 PERFORM 3000-MODIFICAR
              WHEN CPM-ES-SUSPENSION
                 PERFORM 4000-SUSPENDER
              WHEN CPM-ES-REACTIVACION
                 PERFORM 4500-REACTIVAR
              WHEN CPM-ES-BAJA
                 PERFORM 5000-DAR-DE-BAJA
              WHEN CPM-ES-CONSULTA
                 PERFORM 6000-LEER-CONTRAPARTE
              WHEN OTHER
                 MOVE '08'     TO CPM-COD-RETORNO
                 MOVE 'CTP001' TO CPM-COD-ERROR-DEV
           END-EVALUATE
           IF CPM-COD-RETORNO = '00'
              PERFORM 7000-DEVOLVER-DATOS
           END-IF
           CLOSE CONTRAPARTE
           GOBACK.
      *--------------------------------------------------------------*
       1000-INICIALIZAR.
           MOVE '00'   TO CPM-COD-RETORNO
           MOVE SPACES TO CPM-COD-ERROR-DEV
           MOVE SPACES TO CPM-ESTADO-RESULTANTE
           MOVE SPACES TO MJW-IMAGEN-ANTERIOR
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           .
       1000-INICIALIZAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-DAR-DE-ALTA.
           PERFORM 2100-VALIDAR-DATOS
           IF CPM-COD-RETORNO = '00'
              MOVE CPM-CONTRAPARTE     TO CP-CONTRAPARTE
              MOVE CPM-NOMBRE          TO CP-NOMBRE
              MOVE CPM-TIPO            TO CP-TIPO
              MOVE 'A'                 TO CP-ESTADO
              MOVE CPM-LIMITE-TOTAL    TO CP-LIMITE-TOTAL
              PERFORM 2200-INICIAR-PRODUCTO
                 VARYING WS-IDX-PROD FROM 1 BY 1
                 UNTIL WS-IDX-PROD > 3
              MOVE WS-FECHA-SISTEMA    TO CP-FEC-ALTA
              MOVE CPM-USU-OPERADOR    TO CP-USU-MODIF
              MOVE WS-FECHA-SISTEMA    TO CP-FEC-MODIF
              MOVE 0                   TO CP-FEC-CALCULO
              WRITE CP-REGISTRO-CONTRAPARTE
                 INVALID KEY
                    MOVE '22'     TO CPM-COD-RETORNO
                    MOVE 'CTP003' TO CPM-COD-ERROR-DEV
              END-WRITE
           END-IF
           IF CPM-COD-RETORNO = '00'
              PERFORM 8000-GRABAR-BITACORA
           END-IF
           .
       2000-DAR-DE-ALTA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2100-VALIDAR-DATOS.
           IF CPM-CONTRAPARTE = SPACES
              OR CPM-NOMBRE = SPACES
              OR (CPM-TIPO NOT = 'S' AND CPM-TIPO NOT = 'I')
              MOVE '20'     TO CPM-COD-RETORNO
              MOVE 'CTP002' TO CPM-COD-ERROR-DEV
           END-IF
           PERFORM 2110-VALIDAR-LIMITE
              VARYING WS-IDX-PROD FROM 1 BY 1
              UNTIL WS-IDX-PROD > 3
           .
       2100-VALIDAR-DATOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2110-VALIDAR-LIMITE.
           IF CPM-LIMITE-PRODUCTO(WS-IDX-PROD) > CPM-LIMITE-TOTAL
              MOVE '20'     TO CPM-COD-RETORNO
              MOVE 'CTP002' TO CPM-COD-ERROR-DEV
           END-IF
           .
       2110-VALIDAR-LIMITE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2200-INICIAR-PRODUCTO.
           MOVE CPM-LIMITE-PRODUCTO(WS-IDX-PROD)
                                 TO CP-LIMITE-PRODUCTO(WS-IDX-PROD)
           MOVE 0 TO CP-EXPOSICION-CALCULADA(WS-IDX-PROD)
           MOVE 0 TO CP-EXPOSICION-INTRADIA(WS-IDX-PROD)
           .
       2200-INICIAR-PRODUCTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2300-ACTUALIZAR-LIMITE.
           MOVE CPM-LIMITE-PRODUCTO(WS-IDX-PROD)
                                 TO CP-LIMITE-PRODUCTO(WS-IDX-PROD)
           .
       2300-ACTUALIZAR-LIMITE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-MODIFICAR.
           PERFORM 6000-LEER-CONTRAPARTE
           IF CPM-COD-RETORNO = '00'
              AND CP-DADA-DE-BAJA
              MOVE '16'     TO CPM-COD-RETORNO
              MOVE 'CTP005' TO CPM-COD-ERROR-DEV
           END-IF
           IF CPM-COD-RETORNO = '00'
              PERFORM 2100-VALIDAR-DATOS
           END-IF
           IF CPM-COD-RETORNO = '00'
              MOVE CPM-NOMBRE       TO CP-NOMBRE
              MOVE CPM-TIPO         TO CP-TIPO
              MOVE CPM-LIMITE-TOTAL TO CP-LIMITE-TOTAL
              PERFORM 2300-ACTUALIZAR-LIMITE
                 VARYING WS-IDX-PROD FROM 1 BY 1
                 UNTIL WS-IDX-PROD > 3
              PERFORM 6100-REESCRIBIR-CONTRAPARTE
           END-IF
           .
       3000-MODIFICAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-SUSPENDER.
           PERFORM 6000-LEER-CONTRAPARTE
           IF CPM-COD-RETORNO = '00'
              IF CP-ACTIVA
                 MOVE 'S' TO CP-ESTADO
                 PERFORM 6100-REESCRIBIR-CONTRAPARTE
              ELSE
                 MOVE '16'     TO CPM-COD-RETORNO
                 MOVE 'CTP006' TO CPM-COD-ERROR-DEV
              END-IF
           END-IF
           .
       4000-SUSPENDER-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4500-REACTIVAR.
           PERFORM 6000-LEER-CONTRAPARTE
           IF CPM-COD-RETORNO = '00'
              IF CP-SUSPENDIDA
                 MOVE 'A' TO CP-ESTADO
                 PERFORM 6100-REESCRIBIR-CONTRAPARTE
              ELSE
                 MOVE '16'     TO CPM-COD-RETORNO
                 MOVE 'CTP007' TO CPM-COD-ERROR-DEV
              END-IF
           END-IF
           .
       4500-REACTIVAR-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5000-DAR-DE-BAJA.
           PERFORM 6000-LEER-CONTRAPARTE
           IF CPM-COD-RETORNO = '00'
              MOVE 0 TO WS-EXPO-VIGENTE
              PERFORM 5100-SUMAR-EXPOSICION
                 VARYING WS-IDX-PROD FROM 1 BY 1
                 UNTIL WS-IDX-PROD > 3
              IF WS-EXPO-VIGENTE NOT = 0
                 MOVE '16'     TO CPM-COD-RETORNO
                 MOVE 'CTP008' TO CPM-COD-ERROR-DEV
              ELSE
                 MOVE 'X' TO CP-ESTADO
                 PERFORM 6100-REESCRIBIR-CONTRAPARTE
              END-IF
           END-IF
           .
       5000-DAR-DE-BAJA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5100-SUMAR-EXPOSICION.
           ADD CP-EXPOSICION-CALCULADA(WS-IDX-PROD) TO WS-EXPO-VIGENTE
           ADD CP-EXPOSICION-INTRADIA(WS-IDX-PROD)  TO WS-EXPO-VIGENTE
           .
       5100-SUMAR-EXPOSICION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6000-LEER-CONTRAPARTE.
           MOVE CPM-CONTRAPARTE TO CP-CONTRAPARTE
           READ CONTRAPARTE
              INVALID KEY
                 MOVE '12'     TO CPM-COD-RETORNO
                 MOVE 'CTP004' TO CPM-COD-ERROR-DEV
           END-READ
           IF CPM-COD-RETORNO = '00'
              MOVE CP-REGISTRO-CONTRAPARTE TO MJW-IMAGEN-ANTERIOR
           END-IF
           .
       6000-LEER-CONTRAPARTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6100-REESCRIBIR-CONTRAPARTE.
           MOVE CPM-USU-OPERADOR TO CP-USU-MODIF
           MOVE WS-FECHA-SISTEMA TO CP-FEC-MODIF
           REWRITE CP-REGISTRO-CONTRAPARTE
              INVALID KEY
                 MOVE '16'     TO CPM-COD-RETORNO
                 MOVE 'CTP009' TO CPM-COD-ERROR-DEV
           END-REWRITE
           IF CPM-COD-RETORNO = '00'
              PERFORM 8000-GRABAR-BITACORA
           END-IF
           .
       6100-REESCRIBIR-CONTRAPARTE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * DEVUELVE EL ESTADO Y LA EXPOSICION VIGENTE (CALCULADA MAS    *
      * INTRADIA) POR PRODUCTO.                                      *
      *--------------------------------------------------------------*
       7000-DEVOLVER-DATOS.
           MOVE CP-ESTADO TO CPM-ESTADO-RESULTANTE
           IF CPM-ES-CONSULTA
              MOVE CP-NOMBRE       TO CPM-NOMBRE
              MOVE CP-TIPO         TO CPM-TIPO
              MOVE CP-LIMITE-TOTAL TO CPM-LIMITE-TOTAL
           END-IF
           PERFORM 7100-DEVOLVER-PRODUCTO
              VARYING WS-IDX-PROD FROM 1 BY 1
              UNTIL WS-IDX-PROD > 3
           .
       7000-DEVOLVER-DATOS-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7100-DEVOLVER-PRODUCTO.
           IF CPM-ES-CONSULTA
              MOVE CP-LIMITE-PRODUCTO(WS-IDX-PROD)
                                 TO CPM-LIMITE-PRODUCTO(WS-IDX-PROD)
           END-IF
           COMPUTE CPM-EXPOSICION(WS-IDX-PROD) =
              CP-EXPOSICION-CALCULADA(WS-IDX-PROD)
              + CP-EXPOSICION-INTRADIA(WS-IDX-PROD)
           .
       7100-DEVOLVER-PRODUCTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8000-GRABAR-BITACORA.
           MOVE 'CTPMAST'               TO MJW-MAESTRO
           MOVE 'CCTPMNT'               TO MJW-PROGRAMA
           MOVE CPM-FUNCION             TO MJW-FUNCION
           MOVE CPM-USU-OPERADOR        TO MJW-USUARIO
           MOVE CPM-TERMINAL            TO MJW-TERMINAL
           MOVE CP-CONTRAPARTE          TO MJW-CLAVE
           MOVE CP-REGISTRO-CONTRAPARTE TO MJW-IMAGEN-NUEVA
           CALL 'MNTJRNW' USING MJW-PARAMETROS
           .
       8000-GRABAR-BITACORA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FWDJRNW.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  05/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 05/10/2026 JQ      ALTA. GRABADOR CENTRALIZADO DE LA         *
      *                    BITACORA DE RECUPERACION HACIA ADELANTE   *
      *                    (FWDJRNL): IMAGEN DESPUES DE CADA         *
      *                    ACTUALIZACION EN LINEA DE ORDMAST,        *
      *                    CARTMAST Y EFEMAST, CON SECUENCIA UNICA.  *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LO LLAMAN LOS PROGRAMAS QUE ACTUALIZAN LOS MAESTROS DEL      *
      * PAQUETE DE CIERRE, INMEDIATAMENTE DESPUES DE CADA WRITE,     *
      * REWRITE O DELETE ACEPTADO. LA SECUENCIA SE TOMA DEL REGISTRO *
      * DE CONTROL FWDJCTL (LECTURA Y REGRABACION) Y LA LINEA SE     *
      * AGREGA CON OPEN EXTEND, MISMO MECANISMO QUE MNTJRNW; EL      *
      * SELLO DE FECHA Y HORA SE TOMA AQUI PARA QUE TODOS LOS        *
      * MAESTROS MIDAN CON EL MISMO RELOJ. SIN REGISTRO DE CONTROL   *
      * (PRIMERA VEZ, ANTES DE UN PAQUETE) LO CREA CON SECUENCIA 1 Y *
      * FECHA DE PAQUETE EN CERO.                                    *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BITACORA-RECUPERACION ASSIGN TO FWDJRNL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CONTROL-BITACORA ASSIGN TO FWDJCTL
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BITACORA-RECUPERACION
           RECORDING MODE IS F.
       COPY FWDJRNL.
       FD  CONTROL-BITACORA
           RECORDING MODE IS F.
       COPY FWDJCTL.
       WORKING-STORAGE SECTION.
       01  WS-FECHA-SISTEMA            PIC 9(08).
       01  WS-HORA-SISTEMA             PIC 9(08).
       77  WS-SW-CONTROL               PIC X(01) VALUE 'S'.
           88 WS-CONTROL-EXISTE                  VALUE 'S'.
           88 WS-CONTROL-NUEVO                   VALUE 'N'.
       LINKAGE SECTION.
       COPY FWDJRNWP.
       PROCEDURE DIVISION USING FJW-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           PERFORM 1000-ASIGNAR-SECUENCIA
           PERFORM 2000-GRABAR-IMAGEN
           GOBACK.
      *--------------------------------------------------------------*
       1000-ASIGNAR-SECUENCIA.
           MOVE 'S' TO WS-SW-CONTROL
           OPEN I-O CONTROL-BITACORA
           READ CONTROL-BITACORA
              AT END MOVE 'N' TO WS-SW-CONTROL
           END-READ
           IF WS-CONTROL-EXISTE
              ADD 1 TO JC-ULT-SECUENCIA
              REWRITE JC-REGISTRO-CONTROL
              CLOSE CONTROL-BITACORA
           ELSE
              CLOSE CONTROL-BITACORA
              MOVE 0                TO JC-FECHA-PAQUETE
              MOVE 1                TO JC-ULT-SECUENCIA
              MOVE WS-FECHA-SISTEMA TO JC-FECHA-APERTURA
              MOVE WS-HORA-SISTEMA  TO JC-HORA-APERTURA
              OPEN OUTPUT CONTROL-BITACORA
              WRITE JC-REGISTRO-CONTROL
              CLOSE CONTROL-BITACORA
           END-IF
           MOVE JC-ULT-SECUENCIA TO FJW-SECUENCIA
           .
       1000-ASIGNAR-SECUENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-GRABAR-IMAGEN.
           MOVE JC-ULT-SECUENCIA    TO FJ-SECUENCIA
           MOVE JC-FECHA-PAQUETE    TO FJ-FECHA-PAQUETE
           MOVE WS-FECHA-SISTEMA    TO FJ-FECHA
           MOVE WS-HORA-SISTEMA     TO FJ-HORA
           MOVE FJW-MAESTRO         TO FJ-MAESTRO
           MOVE FJW-PROGRAMA        TO FJ-PROGRAMA
           MOVE FJW-OPERACION       TO FJ-OPERACION
           MOVE FJW-IMAGEN          TO FJ-IMAGEN-DESPUES
           OPEN EXTEND BITACORA-RECUPERACION
           WRITE FJ-REGISTRO-JOURNAL
           CLOSE BITACORA-RECUPERACION
           .
       2000-GRABAR-IMAGEN-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MNTJRNW.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  14/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 14/09/2026 JQ      ALTA. GRABADOR CENTRALIZADO DE LA         *
      *                    BITACORA COMUN ANTES/DESPUES DE LOS       *
      *                    MANTENIMIENTOS DE DATOS DE REFERENCIA     *
      *                    (MNTJRNL).                                *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LO LLAMAN LOS MANTENIMIENTOS DE MAESTROS DE REFERENCIA       *
      * DESPUES DE CADA ALTA, MODIFICACION O BAJA ACEPTADA, CON LA   *
      * IMAGEN DEL REGISTRO ANTES Y DESPUES DEL CAMBIO. MISMO        *
      * MECANISMO DE OPEN EXTEND QUE ORDTRCW; EL SELLO DE FECHA Y    *
      * HORA SE TOMA AQUI PARA QUE TODOS LOS MAESTROS MIDAN CON EL   *
      * MISMO RELOJ.                                                 *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BITACORA-MANTENIMIENTO ASSIGN TO MNTJRNL
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BITACORA-MANTENIMIENTO
           RECORDING MODE IS F.
       COPY MNTJRNL.
       WORKING-STORAGE SECTION.
       01  WS-FECHA-SISTEMA            PIC 9(08).
       01  WS-HORA-SISTEMA             PIC 9(08).
       LINKAGE SECTION.
       COPY MNTJRNWP.
       PROCEDURE DIVISION USING MJW-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           PERFORM 2000-GRABAR-CAMBIO
           GOBACK.
      *--------------------------------------------------------------*
       2000-GRABAR-CAMBIO.
           MOVE WS-FECHA-SISTEMA    TO MJ-FECHA
           MOVE WS-HORA-SISTEMA     TO MJ-HORA
           MOVE MJW-MAESTRO         TO MJ-MAESTRO
           MOVE MJW-PROGRAMA        TO MJ-PROGRAMA
           MOVE MJW-FUNCION         TO MJ-FUNCION
           MOVE MJW-USUARIO         TO MJ-USUARIO
           MOVE MJW-TERMINAL        TO MJ-TERMINAL
           MOVE MJW-CLAVE           TO MJ-CLAVE
           MOVE MJW-IMAGEN-ANTERIOR TO MJ-IMAGEN-ANTERIOR
           MOVE MJW-IMAGEN-NUEVA    TO MJ-IMAGEN-NUEVA
           OPEN EXTEND BITACORA-MANTENIMIENTO
           WRITE MJ-REGISTRO-CAMBIO
           CLOSE BITACORA-MANTENIMIENTO
           .
       2000-GRABAR-CAMBIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

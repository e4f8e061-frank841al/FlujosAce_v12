       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORDOVRW.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 15/10/2026 JQ      ALTA. GRABADOR DE LA BITACORA DE          *
      *                    EXCEPCIONES SUPERVISADAS (ORDOVRD),       *
      *                    SEPARADO DE LA AUTORIZACION (OVRCHK).     *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RECIBE LOS PARAMETROS DE UNA EXCEPCION QUE OVRCHK YA         *
      * AUTORIZO (OVRCHKP) Y DEJA LA CONSTANCIA EN ORDOVRD, MISMO    *
      * MECANISMO DE OPEN EXTEND QUE LA TRAZA DE ERRORES (ERRLOGW).  *
      * LO LLAMAN PORDCOMVAL Y PORDVENVAL SOLO CUANDO LA ORDEN QUEDA *
      * ACEPTADA, UNA VEZ POR CADA RECHAZO EXCEPTUADO EN ELLA; LA    *
      * ORDEN QUE OTRA GUARDA TERMINA RECHAZANDO NO DEJA             *
      * EXCEPCIONES.                                                 *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BITACORA-EXCEPCION ASSIGN TO ORDOVRD
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BITACORA-EXCEPCION
           RECORDING MODE IS F.
       COPY ORDOVRD.
       WORKING-STORAGE SECTION.
       01  WS-FECHA-SISTEMA            PIC 9(08).
       01  WS-HORA-SISTEMA             PIC 9(08).
       LINKAGE SECTION.
       COPY OVRCHKP.
       PROCEDURE DIVISION USING OVR-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-GRABAR-EXCEPCION
           GOBACK.
      *--------------------------------------------------------------*
       1000-GRABAR-EXCEPCION.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-FECHA-SISTEMA  TO OX-FECHA
           MOVE WS-HORA-SISTEMA   TO OX-HORA
           MOVE OVR-PROGRAMA      TO OX-PROGRAMA
           MOVE OVR-ORDEN         TO OX-ORDEN
           MOVE OVR-CTA-VALOR     TO OX-CTAVALOR
           MOVE OVR-NEMONICO      TO OX-NEMONICO
           MOVE OVR-COD-ERROR-DEV TO OX-COD-ERROR-DEV
           MOVE OVR-VAR1          TO OX-VAR1
           MOVE OVR-VAR2          TO OX-VAR2
           MOVE OVR-USU-ORDEN     TO OX-USU-ORDEN
           MOVE OVR-USU-AUTORIZA  TO OX-USU-AUTORIZA
           MOVE OVR-MOTIVO        TO OX-MOTIVO
           MOVE OVR-COMENTARIO    TO OX-COMENTARIO
           OPEN EXTEND BITACORA-EXCEPCION
           WRITE OX-REGISTRO-EXCEPCION
           CLOSE BITACORA-EXCEPCION
           .
       1000-GRABAR-EXCEPCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

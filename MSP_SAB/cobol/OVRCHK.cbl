       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OVRCHK.
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.
       INSTALLATION.  CONTINENTAL BOLSA SAB.
       DATE-WRITTEN.  14/09/2026.
       DATE-COMPILED.
      *--------------------------------------------------------------*
      * MODIFICACIONES                                               *
      * FECHA      AUTOR   DESCRIPCION                                *
      * 14/09/2026 JQ      ALTA. EXCEPCION SUPERVISADA DE RECHAZOS   *
      *                    DE GUARDAS BLANDAS AL INGRESO DE ORDENES, *
      *                    CON CONSTANCIA EN ORDOVRD.                *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      * 15/10/2026 JQ      OVRCHK SOLO AUTORIZA Y DEVUELVE EL        *
      *                    RESULTADO; LA CONSTANCIA EN ORDOVRD LA    *
      *                    GRABA EL LLAMADOR (ORDOVRW) CUANDO LA     *
      *                    ORDEN QUEDA ACEPTADA.                     *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * RECIBE EL RECHAZO QUE ACABA DE PRODUCIR UNA GUARDA Y LOS     *
      * DATOS DE AUTORIZACION QUE TRAE LA ORDEN, Y DECIDE EN ESTE    *
      * ORDEN:                                                       *
      *  1. LAS GUARDAS DURAS (LEGCHK 'LEG', CIERCHK 'CIE', SUSPCHK  *
      *     'SUS') NUNCA SE EXCEPTUAN; EL RESTO SOLO SI EL CODIGO    *
      *     ESTA MARCADO EXCEPTUABLE EN ERRCAT (ERRLKUP);            *
      *  2. EL MOTIVO DEBE SER UNO DE LOS CODIFICADOS EN OVRCHKP Y   *
      *     'OTR' EXIGE COMENTARIO;                                  *
      *  3. QUIEN AUTORIZA DEBE SER OTRO USUARIO QUE EL QUE INGRESO  *
      *     LA ORDEN Y TENER PERFIL EN USUAUT PARA CORDOVRD (AUTCHK, *
      *     CON EL CANAL DE LA ORDEN).                               *
      * SI TODO SE CUMPLE DEVUELVE 'S' (EXCEPCION AUTORIZADA) Y EL   *
      * LLAMADOR DEJA SEGUIR LA ORDEN. OVRCHK NO DEJA CONSTANCIA: EL *
      * LLAMADOR GUARDA LAS EXCEPCIONES AUTORIZADAS Y LAS GRABA EN   *
      * ORDOVRD (ORDOVRW) SOLO SI LA ORDEN TERMINA ACEPTADA.         *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ERRLKUPP.
       COPY AUTCHKP.
       LINKAGE SECTION.
       COPY OVRCHKP.
       PROCEDURE DIVISION USING OVR-PARAMETROS.
      *--------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'N' TO OVR-IND-RESULTADO
           PERFORM 2000-VERIFICAR-EXCEPTUABLE
              THRU 2000-VERIFICAR-EXCEPTUABLE-EXIT
           IF OVR-IND-RESULTADO = 'X'
              PERFORM 3000-VERIFICAR-AUTORIZACION
                 THRU 3000-VERIFICAR-AUTORIZACION-EXIT
           END-IF
           GOBACK.
      *--------------------------------------------------------------*
      * 'X' ES UN ESTADO INTERNO: EL CODIGO ES EXCEPTUABLE Y RESTA   *
      * VERIFICAR MOTIVO Y AUTORIZACION.                             *
      *--------------------------------------------------------------*
       2000-VERIFICAR-EXCEPTUABLE.
           IF OVR-COD-ERROR-DEV(1:3) = 'LEG'
              OR OVR-COD-ERROR-DEV(1:3) = 'CIE'
              OR OVR-COD-ERROR-DEV(1:3) = 'SUS'
              GO TO 2000-VERIFICAR-EXCEPTUABLE-EXIT
           END-IF
           MOVE OVR-COD-ERROR-DEV TO EL-COD-ERROR-DEV
           CALL 'ERRLKUP' USING EL-PARAMETROS
           IF EL-ES-EXCEPTUABLE
              MOVE 'X' TO OVR-IND-RESULTADO
           END-IF
           .
       2000-VERIFICAR-EXCEPTUABLE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3000-VERIFICAR-AUTORIZACION.
           IF NOT OVR-MOTIVO-VALIDO
              OR (OVR-MOTIVO-OTRO AND OVR-COMENTARIO = SPACES)
              MOVE 'M' TO OVR-IND-RESULTADO
              GO TO 3000-VERIFICAR-AUTORIZACION-EXIT
           END-IF
           IF OVR-USU-AUTORIZA = SPACES
              OR OVR-USU-AUTORIZA = OVR-USU-ORDEN
              MOVE 'A' TO OVR-IND-RESULTADO
              GO TO 3000-VERIFICAR-AUTORIZACION-EXIT
           END-IF
           MOVE OVR-USU-AUTORIZA TO AUT-USUARIO
           MOVE 'CORDOVRD'       TO AUT-TRANSACCION
           MOVE 0                TO AUT-MTO-OPERACION
           MOVE OVR-CANAL        TO AUT-CANAL
           CALL 'AUTCHK' USING AUT-PARAMETROS
           IF AUT-AUTORIZADO
              MOVE 'S' TO OVR-IND-RESULTADO
           ELSE
              MOVE 'A' TO OVR-IND-RESULTADO
           END-IF
           .
       3000-VERIFICAR-AUTORIZACION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

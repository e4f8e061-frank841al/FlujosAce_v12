      *                    RENOVAR, SI LA CUENTA YA NO TIENE         *
      *                    DOCUMENTOS OBLIGATORIOS VENCIDOS, SE      *
      *                    LEVANTA LA RESTRICCION DE KYCREST.        *
      * 14/09/2026 JQ      ALTA. EL ALTA O RENOVACION DEL DOCUMENTO  *
      *                    Y EL LEVANTAMIENTO DE LA RESTRICCION QUE  *
      *                    PROVOCA DEJAN IMAGEN ANTES/DESPUES EN LA  *
      *                    BITACORA COMUN MNTJRNL (MNTJRNW) CON      *
      *                    OPERADOR Y TERMINAL.                      *
      * 21/09/2026 JQ      ALTA. DEBIDA DILIGENCIA REFORZADA: EN UNA *
      *                    CUENTA DE RIESGO AML ALTO (GUARDA         *
      *                    AMLRCHK) EL VENCIMIENTO DEL DOCUMENTO SE  *
      *                    LIMITA A LA EMISION MAS AML-KYC-EDD DIAS  *
      *                    Y SE DEVUELVE EL VENCIMIENTO APLICADO.    *
      * 28/09/2026 JQ      CORRECCION. LOS PARRAFOS CON SALIDA       *
      *                    ANTICIPADA (GO TO A SU -EXIT) SE INVOCAN  *
      *                    CON PERFORM ... THRU PARA QUE EL CONTROL  *
      *                    REGRESE AL PARRAFO QUE LOS INVOCA.        *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-SW-EXISTE                PIC X(01) VALUE 'N'.
           88 WS-DOCUMENTO-EXISTE                VALUE 'S'.
       77  WS-OBLIG-VENCIDOS           PIC 9(03) COMP VALUE 0.
      *--------------------------------------------------------------*
      * VIGENCIA MAXIMA EN DIAS DEL DOCUMENTO DE UNA CUENTA DE       *
      * RIESGO AML ALTO, SI PARMMAST NO TRAE VALOR PARA AML-KYC-EDD. *
      *--------------------------------------------------------------*
       77  WS-DIAS-REVISION-EDD        PIC 9(05) VALUE 365.
       77  WS-FEC-LIMITE-REVISION      PIC 9(08) VALUE 0.
       COPY AMLRCHKP.
       COPY PARMCHKP.
       COPY MNTJRNWP.
       LINKAGE SECTION.
       COPY KYCP.
       PROCEDURE DIVISION USING KYP-PARAMETROS.
           EVALUATE TRUE
              WHEN KYP-FN-ALTA
                 PERFORM 2000-ALTA-DOCUMENTO
                    THRU 2000-ALTA-DOCUMENTO-EXIT
              WHEN KYP-FN-CONSULTA
                 PERFORM 3000-CONSULTAR-DOCUMENTO
              WHEN OTHER
              MOVE 'KYC005' TO KYP-COD-ERROR-DEV
              GO TO 2000-ALTA-DOCUMENTO-EXIT
           END-IF
           PERFORM 2050-LIMITAR-VIGENCIA THRU 2050-LIMITAR-VIGENCIA-EXIT
           MOVE 'N' TO WS-SW-EXISTE
           MOVE KYP-CTA-VALOR    TO KY-CTAVALOR
           MOVE KYP-TIPO-DOC-KYC TO KY-TIPO-DOC-KYC
           READ INVENTARIO-KYC
              INVALID KEY MOVE '23' TO WS-KY-STATUS
           END-READ
           MOVE SPACES TO MJW-IMAGEN-ANTERIOR
           IF WS-KY-OK
              MOVE 'S' TO WS-SW-EXISTE
              MOVE KY-REGISTRO-DOCUMENTO TO MJW-IMAGEN-ANTERIOR
           END-IF
           MOVE KYP-CTA-VALOR         TO KY-CTAVALOR
           MOVE KYP-TIPO-DOC-KYC      TO KY-TIPO-DOC-KYC
           ELSE
              WRITE KY-REGISTRO-DOCUMENTO
           END-IF
           PERFORM 8000-BITACORA-DOCUMENTO
           MOVE 'V' TO KYP-ESTADO-RESULTANTE
           PERFORM 2500-REVISAR-RESTRICCION
           .
       2000-ALTA-DOCUMENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * DEBIDA DILIGENCIA REFORZADA: LA CUENTA CALIFICADA DE RIESGO  *
      * AML ALTO (RAMLRAT) REVISA SUS DOCUMENTOS CON MAS FRECUENCIA; *
      * EL VENCIMIENTO NO PASA DE LA EMISION MAS AML-KYC-EDD DIAS.   *
      *--------------------------------------------------------------*
       2050-LIMITAR-VIGENCIA.
           MOVE KYP-CTA-VALOR TO ARC-CTA-VALOR
           CALL 'AMLRCHK' USING ARC-PARAMETROS
           IF NOT ARC-RIESGO-ALTO
              OR KYP-FEC-EMISION = 0
              GO TO 2050-LIMITAR-VIGENCIA-EXIT
           END-IF
           MOVE 'AML-KYC-EDD'    TO PMC-COD-PARAMETRO
           MOVE WS-FECHA-SISTEMA TO PMC-FECHA
           CALL 'PARMCHK' USING PMC-PARAMETROS
           IF PMC-ENCONTRADO
              MOVE PMC-VALOR TO WS-DIAS-REVISION-EDD
           END-IF
           COMPUTE WS-FEC-LIMITE-REVISION = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(KYP-FEC-EMISION)
              + WS-DIAS-REVISION-EDD)
           IF KYP-FEC-VENCIMIENTO > WS-FEC-LIMITE-REVISION
              MOVE WS-FEC-LIMITE-REVISION TO KYP-FEC-VENCIMIENTO
           END-IF
           .
       2050-LIMITAR-VIGENCIA-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA RESTRICCION SOLO SE LEVANTA CUANDO A LA CUENTA NO LE      *
      * QUEDA NINGUN DOCUMENTO OBLIGATORIO VENCIDO NI CADUCADO A LA  *
      * FECHA: SE RECORRE SU TRAMO DEL INVENTARIO ANTES DE DECIDIR.  *
              INVALID KEY MOVE '23' TO WS-KR-STATUS
           END-READ
           IF WS-KR-OK AND KR-ACTIVA
              MOVE KR-REGISTRO-RESTRICCION TO MJW-IMAGEN-ANTERIOR
              MOVE 'L'              TO KR-ESTADO
              MOVE WS-FECHA-SISTEMA TO KR-FEC-LEVANTE
              REWRITE KR-REGISTRO-RESTRICCION
              PERFORM 8100-BITACORA-RESTRICCION
              MOVE 'L' TO KYP-IND-RESTRICCION
           END-IF
           CLOSE RESTRICCION-KYC
           .
       3000-CONSULTAR-DOCUMENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8000-BITACORA-DOCUMENTO.
           MOVE 'KYCDOC'               TO MJW-MAESTRO
           MOVE 'CKYCMNT'              TO MJW-PROGRAMA
           MOVE KYP-FUNCION            TO MJW-FUNCION
           MOVE KYP-USU-OPERADOR       TO MJW-USUARIO
           MOVE KYP-TERMINAL           TO MJW-TERMINAL
           MOVE KY-CLAVE               TO MJW-CLAVE
           MOVE KY-REGISTRO-DOCUMENTO  TO MJW-IMAGEN-NUEVA
           CALL 'MNTJRNW' USING MJW-PARAMETROS
           .
       8000-BITACORA-DOCUMENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8100-BITACORA-RESTRICCION.
           MOVE 'KYCREST'              TO MJW-MAESTRO
           MOVE 'CKYCMNT'              TO MJW-PROGRAMA
           MOVE KYP-FUNCION            TO MJW-FUNCION
           MOVE KYP-USU-OPERADOR       TO MJW-USUARIO
           MOVE KYP-TERMINAL           TO MJW-TERMINAL
           MOVE KR-CTAVALOR            TO MJW-CLAVE
           MOVE KR-REGISTRO-RESTRICCION TO MJW-IMAGEN-NUEVA
           CALL 'MNTJRNW' USING MJW-PARAMETROS
           .
       8100-BITACORA-RESTRICCION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       9999-EXIT.
           EXIT.

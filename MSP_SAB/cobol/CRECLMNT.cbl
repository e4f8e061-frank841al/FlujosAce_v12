      *                    (RECLMAST): ALTA CON FECHA LIMITE DE      *
      *                    RESPUESTA EN DIAS HABILES (DIAHABIL),     *
      *                    PASE A EN-PROCESO, RESOLUCION Y CONSULTA. *
      * 28/09/2026 JQ      ALTA. LA RESOLUCION REGISTRA LA           *
      *                    DEVOLUCION DE COMISION ACORDADA CON EL    *
      *                    CLIENTE (RL-IMP-DEVOLUCION) Y LA PROPONE  *
      *                    COMO EVENTO DE PERDIDA OPERACIONAL        *
      *                    (EVPROP).                                 *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * EL REGISTRO DE RECLAMOS VIVIA EN UNA HOJA COMPARTIDA. EL     *
      * ALTA REFERENCIA LA ORDEN O POLIZA DISPUTADA Y CALCULA LA     *
      * FECHA LIMITE DE RESPUESTA SUMANDO EL PLAZO REGULATORIO EN    *
      * DIAS HABILES; EL BARRIDO RRECLESC ESCALA LOS CASOS POR       *
      * VENCER Y ARMA EL EXTRACTO PERIODICO PARA LA SMV. LA          *
      * DEVOLUCION DE COMISION DEL RECLAMO RESUELTO ES UNA PERDIDA   *
      * OPERACIONAL: SE PROPONE AL REGISTRO EVPERD CON LINEA 8       *
      * (INTERMEDIACION MINORISTA) Y TIPO 4 (CLIENTES, PRODUCTOS Y   *
      * PRACTICAS), PARA QUE RIESGOS LA CONFIRME O RECLASIFIQUE.     *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *   HABILES, SEGUN EL REGLAMENTO VIGENTE DE LA SMV.
       77  WS-PLAZO-RESPUESTA          PIC S9(03) VALUE +30.
       COPY DIAHABP.
       COPY EVPROPP.
       LINKAGE SECTION.
       COPY RECLP.
       PROCEDURE DIVISION USING RCL-PARAMETROS.
           MOVE 0                  TO RL-FEC-RESOLUCION
           MOVE RCL-USUARIO        TO RL-USU-RESPONSABLE
           MOVE 'N'                TO RL-IND-ESCALADO
           MOVE 0                  TO RL-IMP-DEVOLUCION
           MOVE SPACES             TO RL-MONEDA-DEVOLUCION
           WRITE RL-REGISTRO-RECLAMO
              INVALID KEY
                 MOVE '16'     TO RCL-COD-RETORNO
           EXIT.
      *--------------------------------------------------------------*
       4000-RESOLVER-RECLAMO.
           IF RCL-IMP-DEVOLUCION NOT NUMERIC
              OR RCL-IMP-DEVOLUCION < 0
              MOVE 0 TO RCL-IMP-DEVOLUCION
           END-IF
           PERFORM 6000-LEER-RECLAMO
           IF RCL-COD-RETORNO = '00'
              IF RL-RECIBIDO OR RL-EN-PROCESO
                 MOVE 'RESUELTO'       TO RL-ESTADO
                 MOVE WS-FECHA-SISTEMA TO RL-FEC-RESOLUCION
                 MOVE RCL-IMP-DEVOLUCION    TO RL-IMP-DEVOLUCION
                 MOVE RCL-MONEDA-DEVOLUCION TO RL-MONEDA-DEVOLUCION
                 PERFORM 6100-ACTUALIZAR-RECLAMO
                 IF RCL-COD-RETORNO = '00'
                    AND RL-IMP-DEVOLUCION > 0
                    PERFORM 4100-PROPONER-EVENTO
                 END-IF
              ELSE
                 MOVE '16'     TO RCL-COD-RETORNO
                 MOVE 'REC003' TO RCL-COD-ERROR-DEV
           .
       4000-RESOLVER-RECLAMO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4100-PROPONER-EVENTO.
           MOVE 'P'                  TO EVP-FUNCION
           MOVE 'CRECLMNT'           TO EVP-ORIGEN
           MOVE SPACES               TO EVP-REFERENCIA
           MOVE RL-RECLAMO           TO EVP-REFERENCIA(1:9)
           MOVE 'R'                  TO EVP-FUENTE
           MOVE RL-FEC-RECEPCION     TO EVP-FECHA-OCURRENCIA
           MOVE RL-FEC-RECEPCION     TO EVP-FECHA-DESCUBRIMIENTO
           MOVE 8                    TO EVP-LINEA-NEGOCIO
           MOVE 4                    TO EVP-TIPO-EVENTO
           MOVE RL-CTAVALOR          TO EVP-CTAVALOR
           MOVE RL-MONEDA-DEVOLUCION TO EVP-MONEDA
           MOVE RL-IMP-DEVOLUCION    TO EVP-IMPORTE
           MOVE RL-DESCRIPCION       TO EVP-DESCRIPCION
           CALL 'EVPROP' USING EVP-PARAMETROS
           .
       4100-PROPONER-EVENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       5000-CONSULTAR-RECLAMO.
           PERFORM 6000-LEER-RECLAMO
              MOVE RL-DESCRIPCION TO RCL-DESCRIPCION
              MOVE RL-FEC-LIMITE  TO RCL-FEC-LIMITE
              MOVE RL-ESTADO      TO RCL-ESTADO-RESULTANTE
              MOVE RL-IMP-DEVOLUCION    TO RCL-IMP-DEVOLUCION
              MOVE RL-MONEDA-DEVOLUCION TO RCL-MONEDA-DEVOLUCION
           END-IF
           CLOSE RECLAMO-MAESTRO
           .

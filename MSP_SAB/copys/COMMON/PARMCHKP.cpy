      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA A PARMCHK: VALOR VIGENTE DE UN         *
      * PARAMETRO DE CONTROL (PARMMAST) A UNA FECHA (CERO = HOY).    *
      * DEVUELVE EL VALOR Y LA FECHA DESDE LA QUE RIGE, O 'N' SI NO  *
      * HAY VALOR APROBADO Y EL LLAMADOR CONSERVA SU VALOR POR       *
      * DEFECTO.                                                     *
      * CODIGOS EN USO (VALOR POR DEFECTO):                          *
      *   CONC-NEM-C / CONC-EMI-C  RCONCEN CONSERVADOR (10 / 20 PCT) *
      *   CONC-NEM-M / CONC-EMI-M  RCONCEN MODERADO    (25 / 40 PCT) *
      *   CONC-NEM-A / CONC-EMI-A  RCONCEN AGRESIVO    (50 / 60 PCT) *
      *   LRGT-UMBRAL   LRGTRDCK MONTO DE OPERACION ALTA (500000)    *
      *   COTC-RECORD1  COTCAGE 1ER RECORDATORIO (3 DIAS HABILES)    *
      *   COTC-RECORD2  COTCAGE 2DO RECORDATORIO (7 DIAS HABILES)    *
      *   COTC-RECHAZO  COTCAGE RECHAZO POR EDAD (15 DIAS HABILES)   *
      *   RECL-ESCALA   RRECLESC VENTANA DE ESCALAMIENTO (3 DIAS)    *
      *   AML-UMB-ESTR  RAMLMON UMBRAL DE ESTRUCTURACION (350000)    *
      *   AML-MIN-ESTR  RAMLMON MINIMO DE OPERACIONES BAJO UMBRAL    *
      *                 (3)                                          *
      *   AML-VOL-CONS  RAMLMON VOLUMEN PERFIL CONSERVADOR (500000)  *
      *   USU-DIASINAC  RUSUINAC DIAS SIN ACTIVIDAD PARA MARCAR      *
      *                 DORMIDO AL USUARIO (90)                      *
      *   CONT-DIASENF  CSOLEFE DIAS DE RETENCION DE RETIROS TRAS UN *
      *                 CAMBIO DE CONTACTO (2)                       *
      *   AML-NIV-ALTO  RAMLRAT PUNTAJE DE RIESGO ALTO (50)          *
      *   AML-NIV-MED   RAMLRAT PUNTAJE DE RIESGO MEDIO (25)         *
      *   AML-EFE-MES   RAMLRAT EFECTIVO DEL MES QUE PUNTUA (100000) *
      *   AML-VOL-MES   RAMLRAT VOLUMEN DEL MES QUE PUNTUA (1000000) *
      *   AML-KYC-EDD   RAMLRAT/CKYCMNT DIAS MAXIMOS DE VIGENCIA DE  *
      *                 UN DOCUMENTO KYC CON RIESGO ALTO (365)       *
      *   AML-RET-EDD   CSOLEFE RETIRO DE RIESGO ALTO QUE REQUIERE   *
      *                 VISTO BUENO DE CUMPLIMIENTO (50000)          *
      *   UIF-UMB-OPE   RUIFREG UMBRAL USD POR OPERACION EN EFECTIVO *
      *                 A REGISTRAR PARA LA UIF (10000)              *
      *   UIF-UMB-MES   RUIFREG UMBRAL USD MENSUAL ACUMULADO POR     *
      *                 CLIENTE A REGISTRAR PARA LA UIF (50000)      *
      *   CONV-VER-XXX  CONVCHK/RCONVCAM VERSION VIGENTE DEL         *
      *                 CONVENIO MARCO DEL PRODUCTO XXX (REP, CRB,   *
      *                 PRV, MIL, FMU, FXD) DESDE SU VIGENCIA (1)    *
      *   GCND-TASA     GCNDRET TASA DE RETENCION A NO DOMICILIADOS  *
      *                 POR GANANCIA DE CAPITAL (5 PCT)              *
      *   TERC-COD-BVL  RTERREC CME-CODCOM DE LA LINEA BOLSA (2)     *
      *   TERC-COD-CAV  RTERREC CME-CODCOM DE LA LINEA CAVALI (3)    *
      *   TERC-COD-SMV  RTERREC CME-CODCOM DE LA CONTRIBUCION SMV    *
      *                 (4)                                          *
      *   TERC-COD-FGA  RTERREC CME-CODCOM DEL FONDO DE GARANTIA     *
      *                 (5)                                          *
      *   TERC-TOLER    RTERREC DIFERENCIA POR ORDEN ACEPTADA COMO   *
      *                 REDONDEO (0.05)                              *
      *   COST-TRF-XXX  RCOSTANU TASA ANUAL DE REFERENCIA PARA EL    *
      *                 INTERES NO PAGADO SOBRE EFECTIVO EN LA       *
      *                 MONEDA XXX (4 PCT)                           *
      *   RENT-TFONDEO  RRENTCLI TASA ANUAL DE FONDEO DE LA LINEA    *
      *                 DE CREDITO (6 PCT)                           *
      *   RENT-DIST-FO  RRENTCLI TASA ANUAL DE DISTRIBUCION DEL      *
      *                 FONDO DE BARRIDO (0.50 PCT)                  *
      *   RENT-SEG-PRI  RRENTCLI PATRIMONIO PROMEDIO MINIMO DEL      *
      *                 SEGMENTO PRIVADO (1000000)                   *
      *   RENT-SEG-PRE  RRENTCLI PATRIMONIO PROMEDIO MINIMO DEL      *
      *                 SEGMENTO PREFERENTE (100000)                 *
      *   GLREC-TOLER   RGLREC DIFERENCIA AUXILIAR CONTRA MAYOR      *
      *                 ACEPTADA POR CONTROL Y MONEDA (0.01)         *
      *   PERC-REDATA   PERCHK 1 = REDATA A HOY EL MOVIMIENTO CON    *
      *                 FECHA VALOR EN PERIODO CERRADO, 0 = LO       *
      *                 RECHAZA (1)                                  *
      *   VAR-VENTANA   RVARHIS ESCENARIOS DIARIOS DE LA VENTANA DE  *
      *                 SIMULACION HISTORICA, 20 A 500 (250)         *
      *   VAR-PCT-GAR   RVARHIS VAR 99% A 10 DIAS COMO PORCENTAJE DE *
      *                 LA GARANTIA QUE LLEVA LA CUENTA DE CREDITO   *
      *                 BURSATIL AL COMITE DE CREDITOS (20 PCT)      *
      *   CTP-PCT-ALER  RCTPUTIL UTILIZACION DEL LIMITE DE UNA       *
      *                 CONTRAPARTE QUE LA MARCA EN ALERTA (80 PCT)  *
      *   RF-DIAS-LIQ   RENDCNV DIAS HABILES DE LIQUIDACION DE RENTA *
      *                 FIJA PARA EL PRECIO SUCIO Y EL RENDIMIENTO   *
      *                 (1)                                          *
      *   CTA-MESESINA  RCTADORM MESES SIN ACTIVIDAD DEL CLIENTE     *
      *                 PARA MARCAR DORMIDA LA CUENTA (24)           *
      * FORMATO : PARMCHKP                                            *
      *--------------------------------------------------------------*
       01 PMC-PARAMETROS.
          05 PMC-COD-PARAMETRO           PIC  X(12).
          05 PMC-FECHA                   PIC  9(08).
          05 PMC-VALOR                   PIC S9(12)V9(04).
          05 PMC-FEC-VIGENCIA            PIC  9(08).
          05 PMC-IND-RESULTADO           PIC  X(01).
             88 PMC-ENCONTRADO                     VALUE 'S'.
             88 PMC-NO-ENCONTRADO                  VALUE 'N'.

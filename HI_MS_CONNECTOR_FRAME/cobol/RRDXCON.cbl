      ******************************************************************00001000
      *---------------------------------------------------------------* 00002000
      *                     R E D E X                                 * 00003000
      * PROGRAM-ID :  RRDXCON                                         * 00004000
      * FUNCION    :  CONCILIACION DE RETIROS RD82 CON LA RED         * 00005000
      *---------------------------------------------------------------* 00006000
       IDENTIFICATION DIVISION.                                         00007000
       PROGRAM-ID.    RRDXCON.                                          00008000
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.                     00009000
       INSTALLATION.  CONTINENTAL BOLSA SAB.                            00010000
       DATE-WRITTEN.  12/10/2026.                                       00011000
       DATE-COMPILED.                                                   00012000
      *---------------------------------------------------------------* 00013000
      * MODIFICACIONES                                                * 00014000
      * FECHA      AUTOR   DESCRIPCION                                * 00015000
      * 12/10/2026 JQ      ALTA. CONCILIACION DIARIA DEL ARCHIVO DE   * 00016000
      *                    LIQUIDACION DE LA RED (REDXLIQ) CONTRA     * 00017000
      *                    LOS RETIROS RD82 APROBADOS (REDEXAUD Y     * 00018000
      *                    RETDIA), CON PARTIDAS ABIERTAS EN          * 00019000
      *                    REDXPAR, QUIEBRES EN BRKREG, RETENCION Y   * 00020000
      *                    REVERSO (EFEPOST) DEL DEBITO QUE LA RED    * 00021000
      *                    NO PRESENTA.                               * 00022000
      *---------------------------------------------------------------* 00023000
      *---------------------------------------------------------------* 00024000
      * LA RED LIQUIDA CADA DIA LOS RETIROS ENTREGADOS EN SUS ATM.    * 00025000
      * EL PROCESO TOMA LA FECHA DE LA CABECERA DE REDXLIQ, CARGA     * 00026000
      * LOS RETIROS RD82 APROBADOS DE ESA FECHA EN REDEXAUD Y CASA    * 00027000
      * CADA COBRO DE LA RED POR TARJETA, TERMINAL Y HORA (CON UNA    * 00028000
      * TOLERANCIA DE RELOJ) Y LUEGO POR IMPORTE:                     * 00029000
      *   - CASADO CON IGUAL IMPORTE: CONCILIADO.                     * 00030000
      *   - CASADO CON OTRO IMPORTE: PARTIDA 'I' DIFERENCIA.          * 00031000
      *   - SIN DEBITO DEL DIA: SI CASA CON UN DEBITO RETENIDO DE     * 00032000
      *     DIAS ANTERIORES (PRESENTACION TARDIA) LO LIBERA; SI NO,   * 00033000
      *     PARTIDA 'N' COBRO DE LA RED SIN DEBITO.                   * 00034000
      *   - DEBITO SIN COBRO DE LA RED: PARTIDA 'D', EL IMPORTE       * 00035000
      *     QUEDA RETENIDO PARA REVERSO.                              * 00036000
      * EL AJUSTE DE LA RED ('A') CIERRA LA PARTIDA 'N' O 'I' DE SU   * 00037000
      * REFERENCIA. EL PIE SE VERIFICA CONTRA LO LEIDO Y EL           * 00038000
      * ACUMULADO RETDIA DE CADA TARJETA CONTRA LOS RETIROS DE LA     * 00039000
      * TRAZA. EL DEBITO RETENIDO QUE LA RED NO PRESENTA EN LOS       * 00040000
      * DIAS DE RETENCION SE REVERSA CON UN ABONO EFEPOST A LA        * 00041000
      * CUENTA EFECTIVO. AL FINAL CADA PARTIDA ABIERTA SE REGISTRA    * 00042000
      * EN BRKREG (ORIGEN RRDXCON, CLAVE DE LA PARTIDA); AL CERRARSE  * 00043000
      * DEJA DE REGISTRARSE Y RBRKMGT, QUE CORRE DESPUES, CIERRA EL   * 00044000
      * QUIEBRE.                                                      * 00045000
      *---------------------------------------------------------------* 00046000
       ENVIRONMENT DIVISION.                                            00047000
       CONFIGURATION SECTION.                                           00048000
       SOURCE-COMPUTER.   IBM-370.                                      00049000
       OBJECT-COMPUTER.   IBM-370.                                      00050000
       INPUT-OUTPUT SECTION.                                            00051000
       FILE-CONTROL.                                                    00052000
           SELECT LIQUIDACION-RED ASSIGN TO REDXLIQ                     00053000
               ORGANIZATION IS SEQUENTIAL.                              00054000
           SELECT AUDITORIA-REDEX ASSIGN TO REDEXAUD                    00055000
               ORGANIZATION IS SEQUENTIAL.                              00056000
           SELECT RETIRO-DIARIO ASSIGN TO RETDIA                        00057000
               ORGANIZATION IS INDEXED                                  00058000
               ACCESS MODE IS RANDOM                                    00059000
               RECORD KEY IS RD-CLAVE                                   00060000
               FILE STATUS IS WS-RD-STATUS.                             00061000
           SELECT TARJETA-MAESTRO ASSIGN TO TARJMAST                    00062000
               ORGANIZATION IS INDEXED                                  00063000
               ACCESS MODE IS RANDOM                                    00064000
               RECORD KEY IS TJ-NRO-TARJETA                             00065000
               FILE STATUS IS WS-TJ-STATUS.                             00066000
           SELECT PARTIDA-CONCILIACION ASSIGN TO REDXPAR                00067000
               ORGANIZATION IS INDEXED                                  00068000
               ACCESS MODE IS DYNAMIC                                   00069000
               RECORD KEY IS RP-CLAVE                                   00070000
               FILE STATUS IS WS-RP-STATUS.                             00071000
           SELECT REGISTRO-QUIEBRE ASSIGN TO BRKREG                     00072000
               ORGANIZATION IS INDEXED                                  00073000
               ACCESS MODE IS RANDOM                                    00074000
               RECORD KEY IS BR-CLAVE                                   00075000
               FILE STATUS IS WS-BR-STATUS.                             00076000
           SELECT REPORTE-CONCILIACION ASSIGN TO REDXREP                00077000
               ORGANIZATION IS SEQUENTIAL.                              00078000
       DATA DIVISION.                                                   00079000
       FILE SECTION.                                                    00080000
       FD  LIQUIDACION-RED                                              00081000
           RECORDING MODE IS F.                                         00082000
       COPY REDXLIQ.                                                    00083000
       FD  AUDITORIA-REDEX                                              00084000
           RECORDING MODE IS F.                                         00085000
       COPY REDEXAUD.                                                   00086000
       FD  RETIRO-DIARIO                                                00087000
           RECORDING MODE IS F.                                         00088000
       COPY RETDIA.                                                     00089000
       FD  TARJETA-MAESTRO                                              00090000
           RECORDING MODE IS F.                                         00091000
       COPY TARJMAST.                                                   00092000
       FD  PARTIDA-CONCILIACION                                         00093000
           RECORDING MODE IS F.                                         00094000
       COPY REDXPAR.                                                    00095000
       FD  REGISTRO-QUIEBRE                                             00096000
           RECORDING MODE IS F.                                         00097000
       COPY BRKREG.                                                     00098000
       FD  REPORTE-CONCILIACION                                         00099000
           RECORDING MODE IS F.                                         00100000
       01  REPORTE-REC                 PIC X(132).                      00101000
       WORKING-STORAGE SECTION.                                         00102000
       01  WS-RD-STATUS                PIC X(02) VALUE '00'.            00103000
           88 WS-RD-OK                           VALUE '00'.            00104000
       01  WS-TJ-STATUS                PIC X(02) VALUE '00'.            00105000
           88 WS-TJ-OK                           VALUE '00'.            00106000
       01  WS-RP-STATUS                PIC X(02) VALUE '00'.            00107000
           88 WS-RP-OK                           VALUE '00'.            00108000
           88 WS-RP-FIN                          VALUE '10'.            00109000
       01  WS-BR-STATUS                PIC X(02) VALUE '00'.            00110000
           88 WS-BR-OK                           VALUE '00'.            00111000
           88 WS-BR-NO-ENCONTRADO                VALUE '23'.            00112000
       77  WS-EOF-LIQUIDACION          PIC X(01) VALUE 'N'.             00113000
           88 WS-FIN-LIQUIDACION                 VALUE 'S'.             00114000
       77  WS-EOF-AUDITORIA            PIC X(01) VALUE 'N'.             00115000
           88 WS-FIN-AUDITORIA                   VALUE 'S'.             00116000
       77  WS-SW-PIE                   PIC X(01) VALUE 'N'.             00117000
           88 WS-PIE-LEIDO                       VALUE 'S'.             00118000
       77  WS-TOLERANCIA-SEGUNDOS      PIC 9(05) VALUE 300.             00119000
       77  WS-DIAS-RETENCION           PIC 9(03) VALUE 3.               00120000
       77  WS-COD-RETORNO              PIC 9(02) VALUE 0.               00121000
       77  WS-ORIGEN-QUIEBRE           PIC X(08) VALUE 'RRDXCON '.      00122000
       77  WS-TOT-DEBITOS              PIC 9(05) COMP VALUE 0.          00123000
       77  WS-TOT-TARJETAS             PIC 9(05) COMP VALUE 0.          00124000
       77  WS-TOT-PARTIDAS             PIC 9(05) COMP VALUE 0.          00125000
       77  WS-TOT-DETALLES-RED         PIC 9(07) COMP VALUE 0.          00126000
       77  WS-TOT-COBROS-RED           PIC 9(07) COMP VALUE 0.          00127000
       77  WS-TOT-AJUSTES-RED          PIC 9(07) COMP VALUE 0.          00128000
       77  WS-TOT-CONCILIADOS          PIC 9(07) COMP VALUE 0.          00129000
       77  WS-TOT-DIFERENCIAS          PIC 9(07) COMP VALUE 0.          00130000
       77  WS-TOT-SIN-DEBITO           PIC 9(07) COMP VALUE 0.          00131000
       77  WS-TOT-SIN-RED              PIC 9(07) COMP VALUE 0.          00132000
       77  WS-TOT-LIBERADOS            PIC 9(07) COMP VALUE 0.          00133000
       77  WS-TOT-AJUSTADOS            PIC 9(07) COMP VALUE 0.          00134000
       77  WS-TOT-REVERSADOS           PIC 9(07) COMP VALUE 0.          00135000
       77  WS-TOT-RETDIA               PIC 9(07) COMP VALUE 0.          00136000
       77  WS-TOT-QUIEBRES             PIC 9(07) COMP VALUE 0.          00137000
       77  WS-POS-DEBITO               PIC 9(05) COMP VALUE 0.          00138000
       77  WS-POS-TARJETA              PIC 9(05) COMP VALUE 0.          00139000
       77  WS-POS-PARTIDA              PIC 9(05) COMP VALUE 0.          00140000
       77  WS-IDX                      PIC 9(05) COMP VALUE 0.          00141000
       77  WS-DIAS-RETENIDO            PIC S9(05) COMP VALUE 0.         00142000
       01  WS-TOT-IMPORTE-RED          PIC 9(13)V9(02) VALUE 0.         00143000
       01  WS-SEGUNDOS-RED             PIC 9(05) VALUE 0.               00144000
       01  WS-DIF-SEGUNDOS             PIC S9(05) VALUE 0.              00145000
       01  WS-FECHA-SISTEMA            PIC 9(08).                       00146000
       01  WS-FECHA-LIQUIDACION        PIC 9(08) VALUE 0.               00147000
       01  WS-FECHA-LIQUIDACION-R REDEFINES WS-FECHA-LIQUIDACION.       00148000
           05 WS-LIQ-ANIO-E            PIC 9(04).                       00149000
           05 WS-LIQ-MES-E             PIC 9(02).                       00150000
           05 WS-LIQ-DIA-E             PIC 9(02).                       00151000
      * FECHA DE LIQUIDACION EN EL FORMATO DE RA-FECHA.               * 00152000
       01  WS-FECHA-LIQ-FORMATEADA.                                     00153000
           05 WS-LIQ-ANIO              PIC 9(04).                       00154000
           05 FILLER                   PIC X(01) VALUE '-'.             00155000
           05 WS-LIQ-MES               PIC 9(02).                       00156000
           05 FILLER                   PIC X(01) VALUE '-'.             00157000
           05 WS-LIQ-DIA               PIC 9(02).                       00158000
       01  WS-HORA-AUDITORIA.                                           00159000
           05 WS-HAU-HH                PIC 9(02).                       00160000
           05 FILLER                   PIC X(01).                       00161000
           05 WS-HAU-MM                PIC 9(02).                       00162000
           05 FILLER                   PIC X(01).                       00163000
           05 WS-HAU-SS                PIC 9(02).                       00164000
       01  WS-HORA-RED                 PIC 9(06).                       00165000
       01  WS-HORA-RED-R REDEFINES WS-HORA-RED.                         00166000
           05 WS-HRD-HH                PIC 9(02).                       00167000
           05 WS-HRD-MM                PIC 9(02).                       00168000
           05 WS-HRD-SS                PIC 9(02).                       00169000
      * RETIROS RD82 APROBADOS DE LA FECHA DE LIQUIDACION.            * 00170000
       01  WS-TABLA-DEBITO.                                             00171000
           05 WS-DEBITO-ENTRY OCCURS 3000 TIMES.                        00172000
              10 WS-DB-TARJETA         PIC  X(16).                      00173000
              10 WS-DB-TERMINAL        PIC  X(02).                      00174000
              10 WS-DB-HORA            PIC  9(06).                      00175000
              10 WS-DB-SEGUNDOS        PIC  9(05).                      00176000
              10 WS-DB-IMPORTE         PIC  9(09)V9(02).                00177000
              10 WS-DB-CONCILIADO      PIC  X(01).                      00178000
      * TOTAL DE LA TRAZA POR TARJETA, PARA EL CONTROL DE RETDIA.     * 00179000
       01  WS-TABLA-TARJETA.                                            00180000
           05 WS-TARJETA-ENTRY OCCURS 1000 TIMES.                       00181000
              10 WS-TA-TARJETA         PIC  X(16).                      00182000
              10 WS-TA-IMPORTE         PIC  9(11)V9(02).                00183000
              10 WS-TA-RETIROS         PIC  9(05) COMP.                 00184000
      * PARTIDAS QUE ESTABAN ABIERTAS AL INICIO DE LA CORRIDA.        * 00185000
       01  WS-TABLA-PARTIDA.                                            00186000
           05 WS-PARTIDA-ENTRY OCCURS 500 TIMES.                        00187000
              10 WS-PA-CLAVE           PIC  X(30).                      00188000
              10 WS-PA-CLAVE-R REDEFINES WS-PA-CLAVE.                   00189000
                 15 WS-PA-TARJETA      PIC  X(16).                      00190000
                 15 WS-PA-FECHA        PIC  9(08).                      00191000
                 15 WS-PA-HORA         PIC  9(06).                      00192000
              10 WS-PA-TIPO            PIC  X(01).                      00193000
              10 WS-PA-TERMINAL        PIC  X(02).                      00194000
              10 WS-PA-IMPORTE-SAB     PIC  9(09)V9(02).                00195000
              10 WS-PA-REFERENCIA      PIC  X(12).                      00196000
              10 WS-PA-ESTADO          PIC  X(01).                      00197000
       01  WS-DESCRIPCION-QUIEBRE.                                      00198000
           05 WQ-TEXTO                 PIC  X(20).                      00199000
           05 FILLER                   PIC  X(02) VALUE ' T'.           00200000
           05 WQ-TERMINAL              PIC  X(02).                      00201000
           05 FILLER                   PIC  X(05) VALUE ' SAB '.        00202000
           05 WQ-IMPORTE-SAB           PIC  Z(08)9.99.                  00203000
           05 FILLER                   PIC  X(05) VALUE ' RED '.        00204000
           05 WQ-IMPORTE-RED           PIC  Z(08)9.99.                  00205000
           05 FILLER                   PIC  X(02) VALUE SPACES.         00206000
       01  WS-LINEA-TITULO.                                             00207000
           05 FILLER                   PIC X(38) VALUE                  00208000
              'CONCILIACION RETIROS REDEX CON LA RED'.                  00209000
           05 FILLER                   PIC X(03) VALUE ' - '.           00210000
           05 WT-FECHA                 PIC 9(08).                       00211000
           05 FILLER                   PIC X(83) VALUE SPACES.          00212000
       01  WS-LINEA-DETALLE.                                            00213000
           05 WD-EVENTO                PIC X(30).                       00214000
           05 FILLER                   PIC X(01) VALUE SPACE.           00215000
           05 WD-TARJETA               PIC X(16).                       00216000
           05 FILLER                   PIC X(01) VALUE SPACE.           00217000
           05 WD-TERMINAL              PIC X(02).                       00218000
           05 FILLER                   PIC X(01) VALUE SPACE.           00219000
           05 WD-FECHA                 PIC 9(08).                       00220000
           05 FILLER                   PIC X(01) VALUE SPACE.           00221000
           05 WD-HORA                  PIC 9(06).                       00222000
           05 FILLER                   PIC X(01) VALUE SPACE.           00223000
           05 WD-IMPORTE-SAB           PIC Z(08)9.99.                   00224000
           05 FILLER                   PIC X(01) VALUE SPACE.           00225000
           05 WD-IMPORTE-RED           PIC Z(08)9.99.                   00226000
           05 FILLER                   PIC X(01) VALUE SPACE.           00227000
           05 WD-REFERENCIA            PIC X(12).                       00228000
           05 FILLER                   PIC X(26) VALUE SPACES.          00229000
       COPY EFEPOSTP.                                                   00230000
       PROCEDURE DIVISION.                                              00231000
      *---------------------------------------------------------------* 00232000
       0000-MAINLINE.                                                   00233000
           PERFORM 1000-INICIO                                          00234000
           IF WS-FECHA-LIQUIDACION > 0                                  00235000
              PERFORM 1100-CARGAR-DEBITOS                               00236000
              PERFORM 1200-CARGAR-PARTIDAS                              00237000
              PERFORM 2000-PROCESAR-LIQUIDACION                         00238000
                 UNTIL WS-FIN-LIQUIDACION                               00239000
              PERFORM 3000-RETENER-DEBITOS                              00240000
              PERFORM 3500-VERIFICAR-RETDIA                             00241000
              PERFORM 4000-REVERSAR-VENCIDOS                            00242000
              PERFORM 5000-REGISTRAR-QUIEBRES                           00243000
              PERFORM 9000-FIN                                          00244000
           END-IF                                                       00245000
           GOBACK.                                                      00246000
      *---------------------------------------------------------------* 00247000
       1000-INICIO.                                                     00248000
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD                   00249000
           OPEN INPUT  LIQUIDACION-RED                                  00250000
           READ LIQUIDACION-RED                                         00251000
              AT END MOVE 'S' TO WS-EOF-LIQUIDACION                     00252000
           END-READ                                                     00253000
           IF WS-FIN-LIQUIDACION OR NOT LQ-CABECERA                     00254000
              DISPLAY 'RRDXCON - REDXLIQ SIN CABECERA DE LIQUIDACION'   00255000
              CLOSE LIQUIDACION-RED                                     00256000
              MOVE 16 TO RETURN-CODE                                    00257000
           ELSE                                                         00258000
              MOVE LQ-FECHA-LIQUIDACION TO WS-FECHA-LIQUIDACION         00259000
              MOVE WS-LIQ-ANIO-E TO WS-LIQ-ANIO                         00260000
              MOVE WS-LIQ-MES-E  TO WS-LIQ-MES                          00261000
              MOVE WS-LIQ-DIA-E  TO WS-LIQ-DIA                          00262000
              OPEN INPUT  AUDITORIA-REDEX                               00263000
              OPEN INPUT  RETIRO-DIARIO                                 00264000
              OPEN INPUT  TARJETA-MAESTRO                               00265000
              OPEN I-O    PARTIDA-CONCILIACION                          00266000
              OPEN I-O    REGISTRO-QUIEBRE                              00267000
              OPEN OUTPUT REPORTE-CONCILIACION                          00268000
              MOVE WS-FECHA-LIQUIDACION TO WT-FECHA                     00269000
              WRITE REPORTE-REC FROM WS-LINEA-TITULO                    00270000
              READ LIQUIDACION-RED                                      00271000
                 AT END MOVE 'S' TO WS-EOF-LIQUIDACION                  00272000
              END-READ                                                  00273000
           END-IF                                                       00274000
           .                                                            00275000
       1000-INICIO-EXIT.                                                00276000
           EXIT.                                                        00277000
      *---------------------------------------------------------------* 00278000
       1100-CARGAR-DEBITOS.                                             00279000
           READ AUDITORIA-REDEX                                         00280000
              AT END MOVE 'S' TO WS-EOF-AUDITORIA                       00281000
           END-READ                                                     00282000
           PERFORM 1110-CARGAR-UN-DEBITO                                00283000
              UNTIL WS-FIN-AUDITORIA                                    00284000
           CLOSE AUDITORIA-REDEX                                        00285000
           .                                                            00286000
       1100-CARGAR-DEBITOS-EXIT.                                        00287000
           EXIT.                                                        00288000
      *---------------------------------------------------------------* 00289000
       1110-CARGAR-UN-DEBITO.                                           00290000
      *    SOLO LOS RETIROS RD82 APROBADOS DE LA FECHA LIQUIDADA: EL  * 00291000
      *    RECHAZADO NO LLEGO A DEBITARSE NI A ENTREGAR EFECTIVO.     * 00292000
           IF RA-FUNCION = 'RD82'                                       00293000
              AND RA-IND-VALIDA = '0'                                   00294000
              AND RA-FECHA = WS-FECHA-LIQ-FORMATEADA                    00295000
              AND WS-TOT-DEBITOS < 3000                                 00296000
              ADD 1 TO WS-TOT-DEBITOS                                   00297000
              MOVE RA-HORA TO WS-HORA-AUDITORIA                         00298000
              MOVE RA-NRO-TARJETA TO WS-DB-TARJETA(WS-TOT-DEBITOS)      00299000
              MOVE RA-CTERMINAL   TO WS-DB-TERMINAL(WS-TOT-DEBITOS)     00300000
              COMPUTE WS-DB-HORA(WS-TOT-DEBITOS) =                      00301000
                      WS-HAU-HH * 10000 + WS-HAU-MM * 100 + WS-HAU-SS   00302000
              COMPUTE WS-DB-SEGUNDOS(WS-TOT-DEBITOS) =                  00303000
                      WS-HAU-HH * 3600 + WS-HAU-MM * 60 + WS-HAU-SS     00304000
              MOVE RA-IMPORTE     TO WS-DB-IMPORTE(WS-TOT-DEBITOS)      00305000
              MOVE 'N'            TO WS-DB-CONCILIADO(WS-TOT-DEBITOS)   00306000
              PERFORM 1120-ACUMULAR-TARJETA                             00307000
           END-IF                                                       00308000
           READ AUDITORIA-REDEX                                         00309000
              AT END MOVE 'S' TO WS-EOF-AUDITORIA                       00310000
           END-READ                                                     00311000
           .                                                            00312000
       1110-CARGAR-UN-DEBITO-EXIT.                                      00313000
           EXIT.                                                        00314000
      *---------------------------------------------------------------* 00315000
       1120-ACUMULAR-TARJETA.                                           00316000
           MOVE 0 TO WS-POS-TARJETA                                     00317000
           PERFORM 1130-COMPARAR-TARJETA                                00318000
              VARYING WS-IDX FROM 1 BY 1                                00319000
              UNTIL WS-IDX > WS-TOT-TARJETAS                            00320000
           IF WS-POS-TARJETA = 0                                        00321000
              AND WS-TOT-TARJETAS < 1000                                00322000
              ADD 1 TO WS-TOT-TARJETAS                                  00323000
              MOVE WS-TOT-TARJETAS TO WS-POS-TARJETA                    00324000
              MOVE RA-NRO-TARJETA TO WS-TA-TARJETA(WS-POS-TARJETA)      00325000
              MOVE 0 TO WS-TA-IMPORTE(WS-POS-TARJETA)                   00326000
              MOVE 0 TO WS-TA-RETIROS(WS-POS-TARJETA)                   00327000
           END-IF                                                       00328000
           IF WS-POS-TARJETA > 0                                        00329000
              ADD RA-IMPORTE TO WS-TA-IMPORTE(WS-POS-TARJETA)           00330000
              ADD 1          TO WS-TA-RETIROS(WS-POS-TARJETA)           00331000
           END-IF                                                       00332000
           .                                                            00333000
       1120-ACUMULAR-TARJETA-EXIT.                                      00334000
           EXIT.                                                        00335000
      *---------------------------------------------------------------* 00336000
       1130-COMPARAR-TARJETA.                                           00337000
           IF WS-POS-TARJETA = 0                                        00338000
              AND WS-TA-TARJETA(WS-IDX) = RA-NRO-TARJETA                00339000
              MOVE WS-IDX TO WS-POS-TARJETA                             00340000
           END-IF                                                       00341000
           .                                                            00342000
       1130-COMPARAR-TARJETA-EXIT.                                      00343000
           EXIT.                                                        00344000
      *---------------------------------------------------------------* 00345000
       1200-CARGAR-PARTIDAS.                                            00346000
           MOVE LOW-VALUES TO RP-CLAVE                                  00347000
           START PARTIDA-CONCILIACION KEY IS NOT LESS THAN RP-CLAVE     00348000
              INVALID KEY MOVE '10' TO WS-RP-STATUS                     00349000
           END-START                                                    00350000
           IF WS-RP-OK                                                  00351000
              READ PARTIDA-CONCILIACION NEXT RECORD                     00352000
                 AT END MOVE '10' TO WS-RP-STATUS                       00353000
              END-READ                                                  00354000
           END-IF                                                       00355000
           PERFORM 1210-CARGAR-UNA-PARTIDA                              00356000
              UNTIL WS-RP-FIN                                           00357000
           .                                                            00358000
       1200-CARGAR-PARTIDAS-EXIT.                                       00359000
           EXIT.                                                        00360000
      *---------------------------------------------------------------* 00361000
       1210-CARGAR-UNA-PARTIDA.                                         00362000
           IF RP-ABIERTA                                                00363000
              AND WS-TOT-PARTIDAS < 500                                 00364000
              ADD 1 TO WS-TOT-PARTIDAS                                  00365000
              MOVE RP-CLAVE          TO WS-PA-CLAVE(WS-TOT-PARTIDAS)    00366000
              MOVE RP-TIPO           TO WS-PA-TIPO(WS-TOT-PARTIDAS)     00367000
              MOVE RP-CTERMINAL      TO WS-PA-TERMINAL(WS-TOT-PARTIDAS) 00368000
              MOVE RP-IMPORTE-SAB                                       00369000
                               TO WS-PA-IMPORTE-SAB(WS-TOT-PARTIDAS)    00370000
              MOVE RP-REFERENCIA-RED                                    00371000
                               TO WS-PA-REFERENCIA(WS-TOT-PARTIDAS)     00372000
              MOVE RP-ESTADO         TO WS-PA-ESTADO(WS-TOT-PARTIDAS)   00373000
           END-IF                                                       00374000
           READ PARTIDA-CONCILIACION NEXT RECORD                        00375000
              AT END MOVE '10' TO WS-RP-STATUS                          00376000
           END-READ                                                     00377000
           .                                                            00378000
       1210-CARGAR-UNA-PARTIDA-EXIT.                                    00379000
           EXIT.                                                        00380000
      *---------------------------------------------------------------* 00381000
       2000-PROCESAR-LIQUIDACION.                                       00382000
           EVALUATE TRUE                                                00383000
              WHEN LQ-RETIRO                                            00384000
                 ADD 1 TO WS-TOT-DETALLES-RED                           00385000
                 ADD 1 TO WS-TOT-COBROS-RED                             00386000
                 ADD LQ-IMPORTE TO WS-TOT-IMPORTE-RED                   00387000
                 PERFORM 2100-CONCILIAR-COBRO                           00388000
              WHEN LQ-AJUSTE                                            00389000
                 ADD 1 TO WS-TOT-DETALLES-RED                           00390000
                 ADD 1 TO WS-TOT-AJUSTES-RED                            00391000
                 PERFORM 2300-APLICAR-AJUSTE                            00392000
              WHEN LQ-PIE                                               00393000
                 MOVE 'S' TO WS-SW-PIE                                  00394000
                 PERFORM 2400-VERIFICAR-PIE                             00395000
           END-EVALUATE                                                 00396000
           READ LIQUIDACION-RED                                         00397000
              AT END MOVE 'S' TO WS-EOF-LIQUIDACION                     00398000
           END-READ                                                     00399000
           .                                                            00400000
       2000-PROCESAR-LIQUIDACION-EXIT.                                  00401000
           EXIT.                                                        00402000
      *---------------------------------------------------------------* 00403000
       2100-CONCILIAR-COBRO.                                            00404000
           MOVE LQ-HORA-RETIRO TO WS-HORA-RED                           00405000
           COMPUTE WS-SEGUNDOS-RED =                                    00406000
                   WS-HRD-HH * 3600 + WS-HRD-MM * 60 + WS-HRD-SS        00407000
           MOVE 0 TO WS-POS-DEBITO                                      00408000
      *    PRIMERO EL DEBITO DE IGUAL IMPORTE DENTRO DE LA TOLERANCIA * 00409000
      *    DE HORA; SI NO LO HAY, EL PRIMERO DENTRO DE LA TOLERANCIA  * 00410000
      *    CON OTRO IMPORTE (DIFERENCIA).                             * 00411000
           IF LQ-FECHA-RETIRO = WS-FECHA-LIQUIDACION                    00412000
              PERFORM 2110-BUSCAR-DEBITO-IGUAL                          00413000
                 VARYING WS-IDX FROM 1 BY 1                             00414000
                 UNTIL WS-IDX > WS-TOT-DEBITOS                          00415000
                    OR WS-POS-DEBITO > 0                                00416000
              IF WS-POS-DEBITO = 0                                      00417000
                 PERFORM 2120-BUSCAR-DEBITO-CERCANO                     00418000
                    VARYING WS-IDX FROM 1 BY 1                          00419000
                    UNTIL WS-IDX > WS-TOT-DEBITOS                       00420000
                       OR WS-POS-DEBITO > 0                             00421000
              END-IF                                                    00422000
           END-IF                                                       00423000
           EVALUATE TRUE                                                00424000
              WHEN WS-POS-DEBITO > 0                                    00425000
                 AND WS-DB-IMPORTE(WS-POS-DEBITO) = LQ-IMPORTE          00426000
                 MOVE 'S' TO WS-DB-CONCILIADO(WS-POS-DEBITO)            00427000
                 ADD 1 TO WS-TOT-CONCILIADOS                            00428000
              WHEN WS-POS-DEBITO > 0                                    00429000
                 MOVE 'S' TO WS-DB-CONCILIADO(WS-POS-DEBITO)            00430000
                 ADD 1 TO WS-TOT-DIFERENCIAS                            00431000
                 MOVE WS-DB-TARJETA(WS-POS-DEBITO) TO RP-NRO-TARJETA    00432000
                 MOVE WS-FECHA-LIQUIDACION         TO RP-FECHA-RETIRO   00433000
                 MOVE WS-DB-HORA(WS-POS-DEBITO)    TO RP-HORA-RETIRO    00434000
                 MOVE 'I'                          TO RP-TIPO           00435000
                 MOVE WS-DB-IMPORTE(WS-POS-DEBITO) TO RP-IMPORTE-SAB    00436000
                 MOVE LQ-IMPORTE                   TO RP-IMPORTE-RED    00437000
                 MOVE SPACES                       TO RP-CTAVALOR       00438000
                 MOVE LQ-CTERMINAL                 TO RP-CTERMINAL      00439000
                 MOVE LQ-REFERENCIA-RED            TO RP-REFERENCIA-RED 00440000
                 PERFORM 7100-ALTA-PARTIDA                              00441000
                 MOVE 'DIFERENCIA DE IMPORTE' TO WD-EVENTO              00442000
                 PERFORM 7200-REPORTAR-PARTIDA                          00443000
              WHEN OTHER                                                00444000
                 PERFORM 2200-BUSCAR-RETENIDO                           00445000
           END-EVALUATE                                                 00446000
           .                                                            00447000
       2100-CONCILIAR-COBRO-EXIT.                                       00448000
           EXIT.                                                        00449000
      *---------------------------------------------------------------* 00450000
       2110-BUSCAR-DEBITO-IGUAL.                                        00451000
           IF WS-DB-CONCILIADO(WS-IDX) = 'N'                            00452000
              AND WS-DB-TARJETA(WS-IDX)  = LQ-NRO-TARJETA               00453000
              AND WS-DB-TERMINAL(WS-IDX) = LQ-CTERMINAL                 00454000
              AND WS-DB-IMPORTE(WS-IDX)  = LQ-IMPORTE                   00455000
              COMPUTE WS-DIF-SEGUNDOS =                                 00456000
                      WS-DB-SEGUNDOS(WS-IDX) - WS-SEGUNDOS-RED          00457000
              IF WS-DIF-SEGUNDOS < 0                                    00458000
                 COMPUTE WS-DIF-SEGUNDOS = 0 - WS-DIF-SEGUNDOS          00459000
              END-IF                                                    00460000
              IF WS-DIF-SEGUNDOS NOT > WS-TOLERANCIA-SEGUNDOS           00461000
                 MOVE WS-IDX TO WS-POS-DEBITO                           00462000
              END-IF                                                    00463000
           END-IF                                                       00464000
           .                                                            00465000
       2110-BUSCAR-DEBITO-IGUAL-EXIT.                                   00466000
           EXIT.                                                        00467000
      *---------------------------------------------------------------* 00468000
       2120-BUSCAR-DEBITO-CERCANO.                                      00469000
           IF WS-DB-CONCILIADO(WS-IDX) = 'N'                            00470000
              AND WS-DB-TARJETA(WS-IDX)  = LQ-NRO-TARJETA               00471000
              AND WS-DB-TERMINAL(WS-IDX) = LQ-CTERMINAL                 00472000
              COMPUTE WS-DIF-SEGUNDOS =                                 00473000
                      WS-DB-SEGUNDOS(WS-IDX) - WS-SEGUNDOS-RED          00474000
              IF WS-DIF-SEGUNDOS < 0                                    00475000
                 COMPUTE WS-DIF-SEGUNDOS = 0 - WS-DIF-SEGUNDOS          00476000
              END-IF                                                    00477000
              IF WS-DIF-SEGUNDOS NOT > WS-TOLERANCIA-SEGUNDOS           00478000
                 MOVE WS-IDX TO WS-POS-DEBITO                           00479000
              END-IF                                                    00480000
           END-IF                                                       00481000
           .                                                            00482000
       2120-BUSCAR-DEBITO-CERCANO-EXIT.                                 00483000
           EXIT.                                                        00484000
      *---------------------------------------------------------------* 00485000
       2200-BUSCAR-RETENIDO.                                            00486000
      *    COBRO SIN DEBITO DEL DIA: PUEDE SER LA PRESENTACION TARDIA * 00487000
      *    DE UN DEBITO RETENIDO DE DIAS ANTERIORES, QUE SE LIBERA.   * 00488000
           MOVE 0 TO WS-POS-PARTIDA                                     00489000
           PERFORM 2210-COMPARAR-RETENIDO                               00490000
              VARYING WS-IDX FROM 1 BY 1                                00491000
              UNTIL WS-IDX > WS-TOT-PARTIDAS                            00492000
                 OR WS-POS-PARTIDA > 0                                  00493000
           IF WS-POS-PARTIDA > 0                                        00494000
              MOVE WS-PA-CLAVE(WS-POS-PARTIDA) TO RP-CLAVE              00495000
              MOVE 'L' TO WS-PA-ESTADO(WS-POS-PARTIDA)                  00496000
              PERFORM 7300-CERRAR-PARTIDA                               00497000
              ADD 1 TO WS-TOT-LIBERADOS                                 00498000
              MOVE 'PRESENTACION TARDIA-LIBERADO' TO WD-EVENTO          00499000
              PERFORM 7200-REPORTAR-PARTIDA                             00500000
           ELSE                                                         00501000
              ADD 1 TO WS-TOT-SIN-DEBITO                                00502000
              MOVE LQ-NRO-TARJETA  TO RP-NRO-TARJETA                    00503000
              MOVE LQ-FECHA-RETIRO TO RP-FECHA-RETIRO                   00504000
              MOVE LQ-HORA-RETIRO  TO RP-HORA-RETIRO                    00505000
              MOVE 'N'             TO RP-TIPO                           00506000
              MOVE 0               TO RP-IMPORTE-SAB                    00507000
              MOVE LQ-IMPORTE      TO RP-IMPORTE-RED                    00508000
              MOVE SPACES          TO RP-CTAVALOR                       00509000
              MOVE LQ-CTERMINAL    TO RP-CTERMINAL                      00510000
              MOVE LQ-REFERENCIA-RED TO RP-REFERENCIA-RED               00511000
              PERFORM 7100-ALTA-PARTIDA                                 00512000
              MOVE 'COBRO DE LA RED SIN DEBITO' TO WD-EVENTO            00513000
              PERFORM 7200-REPORTAR-PARTIDA                             00514000
           END-IF                                                       00515000
           .                                                            00516000
       2200-BUSCAR-RETENIDO-EXIT.                                       00517000
           EXIT.                                                        00518000
      *---------------------------------------------------------------* 00519000
       2210-COMPARAR-RETENIDO.                                          00520000
           IF WS-PA-ESTADO(WS-IDX) = 'A'                                00521000
              AND WS-PA-TIPO(WS-IDX)        = 'D'                       00522000
              AND WS-PA-TARJETA(WS-IDX)     = LQ-NRO-TARJETA            00523000
              AND WS-PA-TERMINAL(WS-IDX)    = LQ-CTERMINAL              00524000
              AND WS-PA-FECHA(WS-IDX)       = LQ-FECHA-RETIRO           00525000
              AND WS-PA-IMPORTE-SAB(WS-IDX) = LQ-IMPORTE                00526000
              MOVE WS-PA-HORA(WS-IDX) TO WS-HORA-RED                    00527000
              COMPUTE WS-DIF-SEGUNDOS =                                 00528000
                      WS-HRD-HH * 3600 + WS-HRD-MM * 60 + WS-HRD-SS     00529000
                    - WS-SEGUNDOS-RED                                   00530000
              IF WS-DIF-SEGUNDOS < 0                                    00531000
                 COMPUTE WS-DIF-SEGUNDOS = 0 - WS-DIF-SEGUNDOS          00532000
              END-IF                                                    00533000
              IF WS-DIF-SEGUNDOS NOT > WS-TOLERANCIA-SEGUNDOS           00534000
                 MOVE WS-IDX TO WS-POS-PARTIDA                          00535000
              END-IF                                                    00536000
           END-IF                                                       00537000
           .                                                            00538000
       2210-COMPARAR-RETENIDO-EXIT.                                     00539000
           EXIT.                                                        00540000
      *---------------------------------------------------------------* 00541000
       2300-APLICAR-AJUSTE.                                             00542000
           MOVE 0 TO WS-POS-PARTIDA                                     00543000
           PERFORM 2310-COMPARAR-AJUSTE                                 00544000
              VARYING WS-IDX FROM 1 BY 1                                00545000
              UNTIL WS-IDX > WS-TOT-PARTIDAS                            00546000
                 OR WS-POS-PARTIDA > 0                                  00547000
           IF WS-POS-PARTIDA > 0                                        00548000
              MOVE WS-PA-CLAVE(WS-POS-PARTIDA) TO RP-CLAVE              00549000
              MOVE 'C' TO WS-PA-ESTADO(WS-POS-PARTIDA)                  00550000
              PERFORM 7300-CERRAR-PARTIDA                               00551000
              ADD 1 TO WS-TOT-AJUSTADOS                                 00552000
              MOVE 'AJUSTE DE LA RED-CERRADA' TO WD-EVENTO              00553000
              PERFORM 7200-REPORTAR-PARTIDA                             00554000
           ELSE                                                         00555000
              MOVE SPACES            TO WS-LINEA-DETALLE                00556000
              MOVE 'AJUSTE DE LA RED SIN PARTIDA' TO WD-EVENTO          00557000
              MOVE LQ-NRO-TARJETA    TO WD-TARJETA                      00558000
              MOVE LQ-CTERMINAL      TO WD-TERMINAL                     00559000
              MOVE LQ-FECHA-RETIRO   TO WD-FECHA                        00560000
              MOVE LQ-HORA-RETIRO    TO WD-HORA                         00561000
              MOVE 0                 TO WD-IMPORTE-SAB                  00562000
              MOVE LQ-IMPORTE        TO WD-IMPORTE-RED                  00563000
              MOVE LQ-REFERENCIA-RED TO WD-REFERENCIA                   00564000
              WRITE REPORTE-REC FROM WS-LINEA-DETALLE                   00565000
           END-IF                                                       00566000
           .                                                            00567000
       2300-APLICAR-AJUSTE-EXIT.                                        00568000
           EXIT.                                                        00569000
      *---------------------------------------------------------------* 00570000
       2310-COMPARAR-AJUSTE.                                            00571000
           IF WS-PA-ESTADO(WS-IDX) = 'A'                                00572000
              AND WS-PA-TIPO(WS-IDX) NOT = 'D'                          00573000
              AND WS-PA-REFERENCIA(WS-IDX) = LQ-REFERENCIA-RED          00574000
              MOVE WS-IDX TO WS-POS-PARTIDA                             00575000
           END-IF                                                       00576000
           .                                                            00577000
       2310-COMPARAR-AJUSTE-EXIT.                                       00578000
           EXIT.                                                        00579000
      *---------------------------------------------------------------* 00580000
       2400-VERIFICAR-PIE.                                              00581000
           IF LQ-TOT-REGISTROS NOT = WS-TOT-DETALLES-RED                00582000
              OR LQ-TOT-IMPORTE NOT = WS-TOT-IMPORTE-RED                00583000
              DISPLAY 'RRDXCON - PIE DE REDXLIQ NO CUADRA: '            00584000
                      LQ-TOT-REGISTROS ' ' WS-TOT-DETALLES-RED          00585000
              DISPLAY 'RRDXCON - IMPORTE PIE / LEIDO      : '           00586000
                      LQ-TOT-IMPORTE ' ' WS-TOT-IMPORTE-RED             00587000
              MOVE 8 TO WS-COD-RETORNO                                  00588000
           END-IF                                                       00589000
           .                                                            00590000
       2400-VERIFICAR-PIE-EXIT.                                         00591000
           EXIT.                                                        00592000
      *---------------------------------------------------------------* 00593000
       3000-RETENER-DEBITOS.                                            00594000
           PERFORM 3100-RETENER-UN-DEBITO                               00595000
              VARYING WS-IDX FROM 1 BY 1                                00596000
              UNTIL WS-IDX > WS-TOT-DEBITOS                             00597000
           .                                                            00598000
       3000-RETENER-DEBITOS-EXIT.                                       00599000
           EXIT.                                                        00600000
      *---------------------------------------------------------------* 00601000
       3100-RETENER-UN-DEBITO.                                          00602000
      *    DEBITO SIN COBRO DE LA RED: EL CLIENTE PROBABLEMENTE NO    * 00603000
      *    RECIBIO EL EFECTIVO; SE RETIENE CON SU CUENTA PARA REVERSO.* 00604000
           IF WS-DB-CONCILIADO(WS-IDX) = 'N'                            00605000
              ADD 1 TO WS-TOT-SIN-RED                                   00606000
              MOVE WS-DB-TARJETA(WS-IDX) TO TJ-NRO-TARJETA              00607000
              MOVE '00' TO WS-TJ-STATUS                                 00608000
              READ TARJETA-MAESTRO                                      00609000
                 INVALID KEY MOVE '23' TO WS-TJ-STATUS                  00610000
              END-READ                                                  00611000
              MOVE WS-DB-TARJETA(WS-IDX) TO RP-NRO-TARJETA              00612000
              MOVE WS-FECHA-LIQUIDACION  TO RP-FECHA-RETIRO             00613000
              MOVE WS-DB-HORA(WS-IDX)    TO RP-HORA-RETIRO              00614000
              MOVE 'D'                   TO RP-TIPO                     00615000
              MOVE WS-DB-IMPORTE(WS-IDX) TO RP-IMPORTE-SAB              00616000
              MOVE 0                     TO RP-IMPORTE-RED              00617000
              IF WS-TJ-OK                                               00618000
                 MOVE TJ-CTAVALOR        TO RP-CTAVALOR                 00619000
              ELSE                                                      00620000
                 MOVE SPACES             TO RP-CTAVALOR                 00621000
              END-IF                                                    00622000
              MOVE WS-DB-TERMINAL(WS-IDX) TO RP-CTERMINAL               00623000
              MOVE SPACES                 TO RP-REFERENCIA-RED          00624000
              PERFORM 7100-ALTA-PARTIDA                                 00625000
              MOVE 'DEBITO SIN RED-RETENIDO' TO WD-EVENTO               00626000
              PERFORM 7200-REPORTAR-PARTIDA                             00627000
           END-IF                                                       00628000
           .                                                            00629000
       3100-RETENER-UN-DEBITO-EXIT.                                     00630000
           EXIT.                                                        00631000
      *---------------------------------------------------------------* 00632000
       3500-VERIFICAR-RETDIA.                                           00633000
           PERFORM 3600-VERIFICAR-UNA-TARJETA                           00634000
              VARYING WS-IDX FROM 1 BY 1                                00635000
              UNTIL WS-IDX > WS-TOT-TARJETAS                            00636000
           .                                                            00637000
       3500-VERIFICAR-RETDIA-EXIT.                                      00638000
           EXIT.                                                        00639000
      *---------------------------------------------------------------* 00640000
       3600-VERIFICAR-UNA-TARJETA.                                      00641000
           MOVE WS-TA-TARJETA(WS-IDX) TO RD-NRO-TARJETA                 00642000
           MOVE WS-FECHA-LIQUIDACION  TO RD-FECHA                       00643000
           MOVE '00' TO WS-RD-STATUS                                    00644000
           READ RETIRO-DIARIO                                           00645000
              INVALID KEY                                               00646000
                 MOVE '23' TO WS-RD-STATUS                              00647000
                 MOVE 0    TO RD-ACUMULADO-DIA                          00648000
                 MOVE 0    TO RD-TOT-RETIROS                            00649000
           END-READ                                                     00650000
           IF RD-ACUMULADO-DIA NOT = WS-TA-IMPORTE(WS-IDX)              00651000
              OR RD-TOT-RETIROS NOT = WS-TA-RETIROS(WS-IDX)             00652000
              ADD 1 TO WS-TOT-RETDIA                                    00653000
              MOVE SPACES                TO WS-LINEA-DETALLE            00654000
              MOVE 'ACUMULADO RETDIA DESCUADRADO' TO WD-EVENTO          00655000
              MOVE WS-TA-TARJETA(WS-IDX) TO WD-TARJETA                  00656000
              MOVE WS-FECHA-LIQUIDACION  TO WD-FECHA                    00657000
              MOVE 0                     TO WD-HORA                     00658000
              MOVE WS-TA-IMPORTE(WS-IDX) TO WD-IMPORTE-SAB              00659000
              MOVE RD-ACUMULADO-DIA      TO WD-IMPORTE-RED              00660000
              WRITE REPORTE-REC FROM WS-LINEA-DETALLE                   00661000
           END-IF                                                       00662000
           .                                                            00663000
       3600-VERIFICAR-UNA-TARJETA-EXIT.                                 00664000
           EXIT.                                                        00665000
      *---------------------------------------------------------------* 00666000
       4000-REVERSAR-VENCIDOS.                                          00667000
           PERFORM 4100-REVERSAR-UN-RETENIDO                            00668000
              VARYING WS-IDX FROM 1 BY 1                                00669000
              UNTIL WS-IDX > WS-TOT-PARTIDAS                            00670000
           .                                                            00671000
       4000-REVERSAR-VENCIDOS-EXIT.                                     00672000
           EXIT.                                                        00673000
      *---------------------------------------------------------------* 00674000
       4100-REVERSAR-UN-RETENIDO.                                       00675000
      *    EL DEBITO RETENIDO QUE LA RED NO PRESENTO EN LOS DIAS DE   * 00676000
      *    RETENCION SE DEVUELVE A LA CUENTA EFECTIVO.                * 00677000
           IF WS-PA-ESTADO(WS-IDX) = 'A'                                00678000
              AND WS-PA-TIPO(WS-IDX) = 'D'                              00679000
              COMPUTE WS-DIAS-RETENIDO =                                00680000
                      FUNCTION INTEGER-OF-DATE(WS-FECHA-SISTEMA)        00681000
                    - FUNCTION INTEGER-OF-DATE(WS-PA-FECHA(WS-IDX))     00682000
              IF WS-DIAS-RETENIDO NOT < WS-DIAS-RETENCION               00683000
                 MOVE WS-IDX TO WS-POS-PARTIDA                          00684000
                 PERFORM 4200-REVERSAR-DEBITO                           00685000
              END-IF                                                    00686000
           END-IF                                                       00687000
           .                                                            00688000
       4100-REVERSAR-UN-RETENIDO-EXIT.                                  00689000
           EXIT.                                                        00690000
      *---------------------------------------------------------------* 00691000
       4200-REVERSAR-DEBITO.                                            00692000
           MOVE WS-PA-CLAVE(WS-POS-PARTIDA) TO RP-CLAVE                 00693000
           MOVE '00' TO WS-RP-STATUS                                    00694000
           READ PARTIDA-CONCILIACION                                    00695000
              INVALID KEY MOVE '23' TO WS-RP-STATUS                     00696000
           END-READ                                                     00697000
           IF NOT WS-RP-OK OR RP-CTAVALOR = SPACES                      00698000
              DISPLAY 'RRDXCON - RETENIDO SIN CUENTA PARA REVERSO: '    00699000
                      WS-PA-CLAVE(WS-POS-PARTIDA)                       00700000
           ELSE                                                         00701000
              MOVE RP-CTAVALOR          TO EFP-CTA-VALOR                00702000
              MOVE 'A'                  TO EFP-CARGO-ABONO              00703000
              MOVE RP-IMPORTE-SAB       TO EFP-IMPORTE                  00704000
              MOVE 'REVERSO RETIRO REDEX ATM' TO EFP-CONCEPTO           00705000
              MOVE SPACES               TO EFP-MONEDA                   00706000
              CALL 'EFEPOST' USING EFP-PARAMETROS                       00707000
              IF EFP-COD-RETORNO = '00'                                 00708000
                 MOVE 'R' TO WS-PA-ESTADO(WS-POS-PARTIDA)               00709000
                 PERFORM 7300-CERRAR-PARTIDA                            00710000
                 ADD 1 TO WS-TOT-REVERSADOS                             00711000
                 MOVE 'DEBITO RETENIDO-REVERSADO' TO WD-EVENTO          00712000
              ELSE                                                      00713000
                 MOVE 'REVERSO RECHAZADO POR EFEPOST' TO WD-EVENTO      00714000
              END-IF                                                    00715000
              PERFORM 7200-REPORTAR-PARTIDA                             00716000
           END-IF                                                       00717000
           .                                                            00718000
       4200-REVERSAR-DEBITO-EXIT.                                       00719000
           EXIT.                                                        00720000
      *---------------------------------------------------------------* 00721000
       5000-REGISTRAR-QUIEBRES.                                         00722000
           MOVE '00' TO WS-RP-STATUS                                    00723000
           MOVE LOW-VALUES TO RP-CLAVE                                  00724000
           START PARTIDA-CONCILIACION KEY IS NOT LESS THAN RP-CLAVE     00725000
              INVALID KEY MOVE '10' TO WS-RP-STATUS                     00726000
           END-START                                                    00727000
           IF WS-RP-OK                                                  00728000
              READ PARTIDA-CONCILIACION NEXT RECORD                     00729000
                 AT END MOVE '10' TO WS-RP-STATUS                       00730000
              END-READ                                                  00731000
           END-IF                                                       00732000
           PERFORM 5100-REGISTRAR-PARTIDA                               00733000
              UNTIL WS-RP-FIN                                           00734000
           .                                                            00735000
       5000-REGISTRAR-QUIEBRES-EXIT.                                    00736000
           EXIT.                                                        00737000
      *---------------------------------------------------------------* 00738000
       5100-REGISTRAR-PARTIDA.                                          00739000
           IF RP-ABIERTA                                                00740000
              PERFORM 7000-REGISTRAR-QUIEBRE                            00741000
           END-IF                                                       00742000
           READ PARTIDA-CONCILIACION NEXT RECORD                        00743000
              AT END MOVE '10' TO WS-RP-STATUS                          00744000
           END-READ                                                     00745000
           .                                                            00746000
       5100-REGISTRAR-PARTIDA-EXIT.                                     00747000
           EXIT.                                                        00748000
      *---------------------------------------------------------------* 00749000
       7000-REGISTRAR-QUIEBRE.                                          00750000
      *    MISMO REGISTRO QUE RBRKMGT: NUEVO, REABIERTO O REFRESCADO. * 00751000
           ADD 1 TO WS-TOT-QUIEBRES                                     00752000
           EVALUATE TRUE                                                00753000
              WHEN RP-DEBITO-SIN-RED                                    00754000
                 MOVE 'DEBITO SIN RED'       TO WQ-TEXTO                00755000
              WHEN RP-RED-SIN-DEBITO                                    00756000
                 MOVE 'COBRO RED SIN DEBITO' TO WQ-TEXTO                00757000
              WHEN OTHER                                                00758000
                 MOVE 'DIFERENCIA IMPORTE'   TO WQ-TEXTO                00759000
           END-EVALUATE                                                 00760000
           MOVE RP-CTERMINAL   TO WQ-TERMINAL                           00761000
           MOVE RP-IMPORTE-SAB TO WQ-IMPORTE-SAB                        00762000
           MOVE RP-IMPORTE-RED TO WQ-IMPORTE-RED                        00763000
           MOVE '00' TO WS-BR-STATUS                                    00764000
           MOVE WS-ORIGEN-QUIEBRE TO BR-ORIGEN                          00765000
           MOVE RP-CLAVE          TO BR-CLAVE-QUIEBRE                   00766000
           READ REGISTRO-QUIEBRE                                        00767000
              INVALID KEY MOVE '23' TO WS-BR-STATUS                     00768000
           END-READ                                                     00769000
           EVALUATE TRUE                                                00770000
              WHEN WS-BR-NO-ENCONTRADO                                  00771000
                 MOVE WS-ORIGEN-QUIEBRE TO BR-ORIGEN                    00772000
                 MOVE RP-CLAVE          TO BR-CLAVE-QUIEBRE             00773000
                 MOVE WS-FECHA-SISTEMA  TO BR-FECHA-PRIMERA             00774000
                 MOVE WS-FECHA-SISTEMA  TO BR-FECHA-ULTIMA              00775000
                 MOVE SPACES            TO BR-RESPONSABLE               00776000
                 MOVE 'A'               TO BR-ESTADO                    00777000
                 MOVE WS-DESCRIPCION-QUIEBRE TO BR-DESCRIPCION          00778000
                 WRITE BR-REGISTRO-QUIEBRE                              00779000
              WHEN BR-CERRADO                                           00780000
                 MOVE WS-FECHA-SISTEMA  TO BR-FECHA-PRIMERA             00781000
                 MOVE WS-FECHA-SISTEMA  TO BR-FECHA-ULTIMA              00782000
                 MOVE SPACES            TO BR-RESPONSABLE               00783000
                 MOVE 'A'               TO BR-ESTADO                    00784000
                 MOVE WS-DESCRIPCION-QUIEBRE TO BR-DESCRIPCION          00785000
                 REWRITE BR-REGISTRO-QUIEBRE                            00786000
              WHEN OTHER                                                00787000
                 MOVE WS-FECHA-SISTEMA  TO BR-FECHA-ULTIMA              00788000
                 REWRITE BR-REGISTRO-QUIEBRE                            00789000
           END-EVALUATE                                                 00790000
           .                                                            00791000
       7000-REGISTRAR-QUIEBRE-EXIT.                                     00792000
           EXIT.                                                        00793000
      *---------------------------------------------------------------* 00794000
       7100-ALTA-PARTIDA.                                               00795000
      *    LOS DATOS DE LA PARTIDA LOS ARMA EL LLAMADOR.              * 00796000
           MOVE 'A'               TO RP-ESTADO                          00797000
           MOVE WS-FECHA-SISTEMA  TO RP-FEC-ALTA                        00798000
           MOVE 0                 TO RP-FEC-CIERRE                      00799000
           WRITE RP-REGISTRO-PARTIDA                                    00800000
              INVALID KEY                                               00801000
                 DISPLAY 'RRDXCON - PARTIDA DUPLICADA: ' RP-CLAVE       00802000
           END-WRITE                                                    00803000
           .                                                            00804000
       7100-ALTA-PARTIDA-EXIT.                                          00805000
           EXIT.                                                        00806000
      *---------------------------------------------------------------* 00807000
       7200-REPORTAR-PARTIDA.                                           00808000
           MOVE SPACES            TO WS-LINEA-DETALLE                   00809000
           MOVE RP-NRO-TARJETA    TO WD-TARJETA                         00810000
           MOVE RP-CTERMINAL      TO WD-TERMINAL                        00811000
           MOVE RP-FECHA-RETIRO   TO WD-FECHA                           00812000
           MOVE RP-HORA-RETIRO    TO WD-HORA                            00813000
           MOVE RP-IMPORTE-SAB    TO WD-IMPORTE-SAB                     00814000
           MOVE RP-IMPORTE-RED    TO WD-IMPORTE-RED                     00815000
           MOVE RP-REFERENCIA-RED TO WD-REFERENCIA                      00816000
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE                      00817000
           .                                                            00818000
       7200-REPORTAR-PARTIDA-EXIT.                                      00819000
           EXIT.                                                        00820000
      *---------------------------------------------------------------* 00821000
       7300-CERRAR-PARTIDA.                                             00822000
      *    RP-CLAVE YA ARMADA; EL ESTADO FINAL ES EL DE LA TABLA.     * 00823000
           MOVE '00' TO WS-RP-STATUS                                    00824000
           READ PARTIDA-CONCILIACION                                    00825000
              INVALID KEY MOVE '23' TO WS-RP-STATUS                     00826000
           END-READ                                                     00827000
           IF WS-RP-OK                                                  00828000
              MOVE WS-PA-ESTADO(WS-POS-PARTIDA) TO RP-ESTADO            00829000
              MOVE WS-FECHA-SISTEMA TO RP-FEC-CIERRE                    00830000
              REWRITE RP-REGISTRO-PARTIDA                               00831000
           END-IF                                                       00832000
           .                                                            00833000
       7300-CERRAR-PARTIDA-EXIT.                                        00834000
           EXIT.                                                        00835000
      *---------------------------------------------------------------* 00836000
       9000-FIN.                                                        00837000
           IF NOT WS-PIE-LEIDO                                          00838000
              DISPLAY 'RRDXCON - REDXLIQ SIN PIE DE CONTROL'            00839000
              MOVE 8 TO WS-COD-RETORNO                                  00840000
           END-IF                                                       00841000
           CLOSE LIQUIDACION-RED RETIRO-DIARIO TARJETA-MAESTRO          00842000
                 PARTIDA-CONCILIACION REGISTRO-QUIEBRE                  00843000
                 REPORTE-CONCILIACION                                   00844000
           DISPLAY 'RRDXCON - FECHA LIQUIDADA         : '               00845000
                   WS-FECHA-LIQUIDACION                                 00846000
           DISPLAY 'RRDXCON - DEBITOS RD82 APROBADOS  : '               00847000
                   WS-TOT-DEBITOS                                       00848000
           DISPLAY 'RRDXCON - COBROS DE LA RED        : '               00849000
                   WS-TOT-COBROS-RED                                    00850000
           DISPLAY 'RRDXCON - CONCILIADOS             : '               00851000
                   WS-TOT-CONCILIADOS                                   00852000
           DISPLAY 'RRDXCON - DIFERENCIAS DE IMPORTE  : '               00853000
                   WS-TOT-DIFERENCIAS                                   00854000
           DISPLAY 'RRDXCON - COBROS SIN DEBITO       : '               00855000
                   WS-TOT-SIN-DEBITO                                    00856000
           DISPLAY 'RRDXCON - DEBITOS SIN RED RETENID.: '               00857000
                   WS-TOT-SIN-RED                                       00858000
           DISPLAY 'RRDXCON - RETENIDOS LIBERADOS     : '               00859000
                   WS-TOT-LIBERADOS                                     00860000
           DISPLAY 'RRDXCON - RETENIDOS REVERSADOS    : '               00861000
                   WS-TOT-REVERSADOS                                    00862000
           DISPLAY 'RRDXCON - AJUSTES DE LA RED       : '               00863000
                   WS-TOT-AJUSTES-RED ' APLICADOS ' WS-TOT-AJUSTADOS    00864000
           DISPLAY 'RRDXCON - TARJETAS RETDIA DESCUAD.: '               00865000
                   WS-TOT-RETDIA                                        00866000
           DISPLAY 'RRDXCON - QUIEBRES REGISTRADOS    : '               00867000
                   WS-TOT-QUIEBRES                                      00868000
           MOVE WS-COD-RETORNO TO RETURN-CODE                           00869000
           .                                                            00870000
       9000-FIN-EXIT.                                                   00871000
           EXIT.                                                        00872000
      *---------------------------------------------------------------* 00873000
       9999-EXIT.                                                       00874000
           EXIT.                                                        00875000

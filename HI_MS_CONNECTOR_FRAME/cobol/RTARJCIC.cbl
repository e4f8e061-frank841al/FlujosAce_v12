      ******************************************************************00001000
      *---------------------------------------------------------------* 00002000
      *                     R E D E X                                 * 00003000
      * PROGRAM-ID :  RTARJCIC                                        * 00004000
      * FUNCION    :  CICLO DE VIDA DE TARJETAS: EMISION, RENOVACION  * 00005000
      *               Y VENCIMIENTO                                   * 00006000
      *---------------------------------------------------------------* 00007000
       IDENTIFICATION DIVISION.                                         00008000
       PROGRAM-ID.    RTARJCIC.                                         00009000
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.                     00010000
       INSTALLATION.  CONTINENTAL BOLSA SAB.                            00011000
       DATE-WRITTEN.  12/10/2026.                                       00012000
       DATE-COMPILED.                                                   00013000
      *---------------------------------------------------------------* 00014000
      * MODIFICACIONES                                                * 00015000
      * FECHA      AUTOR   DESCRIPCION                                * 00016000
      * 12/10/2026 JQ      ALTA. PROCESO DIARIO DEL CICLO DE VIDA DE  * 00017000
      *                    LAS TARJETAS REDEX: CONFIRMACIONES DE      * 00018000
      *                    ENTREGA DEL COURIER (TARJENT), EMISION DE  * 00019000
      *                    LAS SOLICITUDES CON SOBRE DE CLAVE DEL HSM * 00020000
      *                    (HSMPIN 'M'), RENOVACION AUTOMATICA DE LAS * 00021000
      *                    QUE VENCEN EL MES SIGUIENTE (SALVO CUENTA  * 00022000
      *                    CERRADA O CON BLOQUEO LEGAL), ARCHIVO DE   * 00023000
      *                    EMBOZADO (TARJEMB) Y BLOQUEO DE LAS        * 00024000
      *                    VENCIDAS EN TARJMAST.                      * 00025000
      *---------------------------------------------------------------* 00026000
      *---------------------------------------------------------------* 00027000
      * PRIMERO APLICA LAS ENTREGAS CONFIRMADAS POR EL COURIER Y      * 00028000
      * LUEGO RECORRE TARJMAST COMPLETO:                              * 00029000
      *   - SOLICITADA ('S'): SE EMITE. EL HSM GENERA LA CLAVE, LA    * 00030000
      *     IMPRIME EN EL SOBRE CIEGO Y DEVUELVE EL OFFSET; LA        * 00031000
      *     TARJETA QUEDA ACTIVA, CON VENCIMIENTO A WS-MESES-VIGENCIA * 00032000
      *     MESES, ENTREGA PENDIENTE Y REGISTRO DE EMBOZADO. SI EL    * 00033000
      *     HSM NO RESPONDE LA SOLICITUD QUEDA PARA LA CORRIDA        * 00034000
      *     SIGUIENTE.                                                * 00035000
      *   - ACTIVA SIN VENCIMIENTO (ANTERIOR AL CICLO DE VIDA): SE LE * 00036000
      *     ASIGNA LA VIGENCIA DESDE EL MES EN CURSO, SIN EMBOZADO.   * 00037000
      *   - ACTIVA CON VENCIMIENTO CUMPLIDO: PASA A VENCIDA ('V') Y   * 00038000
      *     RD80/RD82/RD83 LA RECHAZAN.                               * 00039000
      *   - ACTIVA QUE VENCE ESTE MES O EL SIGUIENTE: SE RENUEVA CON  * 00040000
      *     EL MISMO NUMERO Y LA MISMA CLAVE (NUEVO VENCIMIENTO,      * 00041000
      *     EMBOZADO Y ENTREGA PENDIENTE), SALVO QUE LA CUENTA        * 00042000
      *     EFECTIVO ESTE CERRADA (CIERCHK) O CON BLOQUEO LEGAL       * 00043000
      *     (LEGCHK); ESA TARJETA NO SE RENUEVA Y VENCE.              * 00044000
      * EL REPORTE MENSUAL PARA OPERACIONES LO EMITE RTARJREP.        * 00045000
      *---------------------------------------------------------------* 00046000
       ENVIRONMENT DIVISION.                                            00047000
       CONFIGURATION SECTION.                                           00048000
       SOURCE-COMPUTER.   IBM-370.                                      00049000
       OBJECT-COMPUTER.   IBM-370.                                      00050000
       INPUT-OUTPUT SECTION.                                            00051000
       FILE-CONTROL.                                                    00052000
           SELECT TARJETA-MAESTRO ASSIGN TO TARJMAST                    00053000
               ORGANIZATION IS INDEXED                                  00054000
               ACCESS MODE IS DYNAMIC                                   00055000
               RECORD KEY IS TJ-NRO-TARJETA                             00056000
               FILE STATUS IS WS-TJ-STATUS.                             00057000
           SELECT OPTIONAL ENTREGA-TARJETA ASSIGN TO TARJENT            00058000
               ORGANIZATION IS SEQUENTIAL.                              00059000
           SELECT EMBOZADO-TARJETA ASSIGN TO TARJEMB                    00060000
               ORGANIZATION IS SEQUENTIAL.                              00061000
       DATA DIVISION.                                                   00062000
       FILE SECTION.                                                    00063000
       FD  TARJETA-MAESTRO                                              00064000
           RECORDING MODE IS F.                                         00065000
       COPY TARJMAST.                                                   00066000
       FD  ENTREGA-TARJETA                                              00067000
           RECORDING MODE IS F.                                         00068000
       COPY TARJENT.                                                    00069000
       FD  EMBOZADO-TARJETA                                             00070000
           RECORDING MODE IS F.                                         00071000
       COPY TARJEMB.                                                    00072000
       WORKING-STORAGE SECTION.                                         00073000
       01  WS-TJ-STATUS                PIC X(02) VALUE '00'.            00074000
           88 WS-TJ-OK                           VALUE '00'.            00075000
           88 WS-TJ-FIN                          VALUE '10'.            00076000
           88 WS-TJ-NO-ENCONTRADO                VALUE '23'.            00077000
       77  WS-EOF-ENTREGA              PIC X(01) VALUE 'N'.             00078000
           88 WS-FIN-ENTREGA                     VALUE 'S'.             00079000
       77  WS-MESES-VIGENCIA           PIC 9(03) VALUE 48.              00080000
       77  WS-TOT-LEIDAS               PIC 9(07) COMP VALUE 0.          00081000
       77  WS-TOT-ENTREGADAS           PIC 9(07) COMP VALUE 0.          00082000
       77  WS-TOT-ENTREGA-RECHAZADA    PIC 9(07) COMP VALUE 0.          00083000
       77  WS-TOT-EMITIDAS             PIC 9(07) COMP VALUE 0.          00084000
       77  WS-TOT-EMISION-PENDIENTE    PIC 9(07) COMP VALUE 0.          00085000
       77  WS-TOT-RENOVADAS            PIC 9(07) COMP VALUE 0.          00086000
       77  WS-TOT-NO-RENOVADAS         PIC 9(07) COMP VALUE 0.          00087000
       77  WS-TOT-VENCIDAS             PIC 9(07) COMP VALUE 0.          00088000
       77  WS-TOT-VIGENCIA-ASIGNADA    PIC 9(07) COMP VALUE 0.          00089000
       01  WS-FECHA-SISTEMA            PIC 9(08).                       00090000
       01  WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.               00091000
           05 WS-FEC-ANIO-E            PIC 9(04).                       00092000
           05 WS-FEC-MES-E             PIC 9(02).                       00093000
           05 WS-FEC-DIA-E             PIC 9(02).                       00094000
      * AAAAMM DEL MES SIGUIENTE Y DEL VENCIMIENTO DE LA TARJETA.     * 00095000
       01  WS-MES-SIGUIENTE            PIC 9(06) VALUE 0.               00096000
       01  WS-MES-VENCIMIENTO          PIC 9(06) VALUE 0.               00097000
      * CALCULO DEL VENCIMIENTO: ULTIMO DIA DEL MES QUE RESULTA DE    * 00098000
      * SUMAR WS-CAL-MESES AL MES BASE.                               * 00099000
       01  WS-CAL-ANIO                 PIC 9(04) VALUE 0.               00100000
       01  WS-CAL-MES                  PIC 9(02) VALUE 0.               00101000
       01  WS-CAL-MESES                PIC 9(03) VALUE 0.               00102000
       01  WS-CAL-TOTAL                PIC 9(07) VALUE 0.               00103000
       01  WS-CAL-RESTO                PIC 9(02) VALUE 0.               00104000
       01  WS-CAL-PRIMERO-SIGUIENTE    PIC 9(08) VALUE 0.               00105000
       01  WS-CAL-PRIMERO-SIGUIENTE-R                                   00106000
                                REDEFINES WS-CAL-PRIMERO-SIGUIENTE.     00107000
           05 WS-CPS-ANIO              PIC 9(04).                       00108000
           05 WS-CPS-MES               PIC 9(02).                       00109000
           05 WS-CPS-DIA               PIC 9(02).                       00110000
       01  WS-CAL-VENCIMIENTO          PIC 9(08) VALUE 0.               00111000
       01  WS-CAL-VENCIMIENTO-R REDEFINES WS-CAL-VENCIMIENTO.           00112000
           05 WS-CVE-ANIO              PIC 9(04).                       00113000
           05 WS-CVE-ANIO-R REDEFINES WS-CVE-ANIO.                      00114000
              10 WS-CVE-SIGLO          PIC 9(02).                       00115000
              10 WS-CVE-ANIO-CORTO     PIC 9(02).                       00116000
           05 WS-CVE-MES               PIC 9(02).                       00117000
           05 WS-CVE-DIA               PIC 9(02).                       00118000
       01  WS-VENCIMIENTO-ACTUAL       PIC 9(08) VALUE 0.               00119000
       01  WS-VENCIMIENTO-ACTUAL-R REDEFINES WS-VENCIMIENTO-ACTUAL.     00120000
           05 WS-VAC-ANIO              PIC 9(04).                       00121000
           05 WS-VAC-MES               PIC 9(02).                       00122000
           05 WS-VAC-DIA               PIC 9(02).                       00123000
       COPY HSMPINP.                                                    00124000
       COPY CIERCHKP.                                                   00125000
       COPY LEGCHKP.                                                    00126000
       PROCEDURE DIVISION.                                              00127000
      *---------------------------------------------------------------* 00128000
       0000-MAINLINE.                                                   00129000
           PERFORM 1000-INICIO                                          00130000
           PERFORM 1500-APLICAR-ENTREGA                                 00131000
              UNTIL WS-FIN-ENTREGA                                      00132000
           PERFORM 2000-INICIAR-RECORRIDO                               00133000
           PERFORM 2100-PROCESAR-TARJETA                                00134000
              UNTIL WS-TJ-FIN                                           00135000
           PERFORM 9000-FIN                                             00136000
           GOBACK.                                                      00137000
      *---------------------------------------------------------------* 00138000
       1000-INICIO.                                                     00139000
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD                   00140000
           MOVE WS-FEC-ANIO-E TO WS-CAL-ANIO                            00141000
           MOVE WS-FEC-MES-E  TO WS-CAL-MES                             00142000
           MOVE 1             TO WS-CAL-MESES                           00143000
           PERFORM 7000-CALCULAR-VENCIMIENTO                            00144000
           COMPUTE WS-MES-SIGUIENTE = WS-CVE-ANIO * 100 + WS-CVE-MES    00145000
           OPEN I-O    TARJETA-MAESTRO                                  00146000
           OPEN INPUT  ENTREGA-TARJETA                                  00147000
           OPEN OUTPUT EMBOZADO-TARJETA                                 00148000
           READ ENTREGA-TARJETA                                         00149000
              AT END MOVE 'S' TO WS-EOF-ENTREGA                         00150000
           END-READ                                                     00151000
           .                                                            00152000
       1000-INICIO-EXIT.                                                00153000
           EXIT.                                                        00154000
      *---------------------------------------------------------------* 00155000
       1500-APLICAR-ENTREGA.                                            00156000
           MOVE ET-NRO-TARJETA TO TJ-NRO-TARJETA                        00157000
           MOVE '00' TO WS-TJ-STATUS                                    00158000
           READ TARJETA-MAESTRO                                         00159000
              INVALID KEY MOVE '23' TO WS-TJ-STATUS                     00160000
           END-READ                                                     00161000
           IF WS-TJ-OK AND TJ-ENTREGA-PENDIENTE                         00162000
              MOVE 'E'              TO TJ-ESTADO-ENTREGA                00163000
              MOVE ET-FECHA-ENTREGA TO TJ-FECHA-ENTREGA                 00164000
              REWRITE TJ-REGISTRO-TARJETA                               00165000
              ADD 1 TO WS-TOT-ENTREGADAS                                00166000
           ELSE                                                         00167000
              ADD 1 TO WS-TOT-ENTREGA-RECHAZADA                         00168000
              DISPLAY 'RTARJCIC - ENTREGA SIN TARJETA PENDIENTE: '      00169000
                      ET-NRO-TARJETA                                    00170000
           END-IF                                                       00171000
           READ ENTREGA-TARJETA                                         00172000
              AT END MOVE 'S' TO WS-EOF-ENTREGA                         00173000
           END-READ                                                     00174000
           .                                                            00175000
       1500-APLICAR-ENTREGA-EXIT.                                       00176000
           EXIT.                                                        00177000
      *---------------------------------------------------------------* 00178000
       2000-INICIAR-RECORRIDO.                                          00179000
           MOVE '00' TO WS-TJ-STATUS                                    00180000
           MOVE LOW-VALUES TO TJ-NRO-TARJETA                            00181000
           START TARJETA-MAESTRO KEY IS NOT LESS THAN TJ-NRO-TARJETA    00182000
              INVALID KEY MOVE '10' TO WS-TJ-STATUS                     00183000
           END-START                                                    00184000
           IF WS-TJ-OK                                                  00185000
              READ TARJETA-MAESTRO NEXT RECORD                          00186000
                 AT END MOVE '10' TO WS-TJ-STATUS                       00187000
              END-READ                                                  00188000
           END-IF                                                       00189000
           .                                                            00190000
       2000-INICIAR-RECORRIDO-EXIT.                                     00191000
           EXIT.                                                        00192000
      *---------------------------------------------------------------* 00193000
       2100-PROCESAR-TARJETA.                                           00194000
           ADD 1 TO WS-TOT-LEIDAS                                       00195000
           DIVIDE TJ-FECHA-VENCIMIENTO BY 100                           00196000
              GIVING WS-MES-VENCIMIENTO                                 00197000
           EVALUATE TRUE                                                00198000
              WHEN TJ-SOLICITADA                                        00199000
                 PERFORM 3000-EMITIR-TARJETA                            00200000
              WHEN TJ-ACTIVA AND TJ-FECHA-VENCIMIENTO = 0               00201000
                 PERFORM 3500-ASIGNAR-VIGENCIA                          00202000
              WHEN TJ-ACTIVA                                            00203000
                 AND TJ-FECHA-VENCIMIENTO < WS-FECHA-SISTEMA            00204000
                 PERFORM 4000-BLOQUEAR-VENCIDA                          00205000
              WHEN TJ-ACTIVA                                            00206000
                 AND WS-MES-VENCIMIENTO NOT > WS-MES-SIGUIENTE          00207000
                 PERFORM 5000-RENOVAR-TARJETA                           00208000
           END-EVALUATE                                                 00209000
           READ TARJETA-MAESTRO NEXT RECORD                             00210000
              AT END MOVE '10' TO WS-TJ-STATUS                          00211000
           END-READ                                                     00212000
           .                                                            00213000
       2100-PROCESAR-TARJETA-EXIT.                                      00214000
           EXIT.                                                        00215000
      *---------------------------------------------------------------* 00216000
       3000-EMITIR-TARJETA.                                             00217000
           MOVE 'M'            TO HP-FUNCION                            00218000
           MOVE TJ-NRO-TARJETA TO HP-NRO-TARJETA                        00219000
           MOVE SPACES         TO HP-PINBLOCK                           00220000
           MOVE SPACES         TO HP-PIN-OFFSET                         00221000
           CALL 'HSMPIN' USING HP-PARAMETROS                            00222000
           IF HP-CLAVE-VALIDA                                           00223000
              MOVE HP-PIN-OFFSET TO TJ-PIN-OFFSET                       00224000
              MOVE WS-FEC-ANIO-E TO WS-CAL-ANIO                         00225000
              MOVE WS-FEC-MES-E  TO WS-CAL-MES                          00226000
              MOVE WS-MESES-VIGENCIA TO WS-CAL-MESES                    00227000
              PERFORM 7000-CALCULAR-VENCIMIENTO                         00228000
              MOVE 'A' TO TJ-ESTADO                                     00229000
              MOVE 'N' TO TJ-TIPO-EMISION                               00230000
              PERFORM 6000-PREPARAR-ENTREGA                             00231000
              ADD 1 TO WS-TOT-EMITIDAS                                  00232000
           ELSE                                                         00233000
              ADD 1 TO WS-TOT-EMISION-PENDIENTE                         00234000
              DISPLAY 'RTARJCIC - SOBRE DE CLAVE NO EMITIDO: '          00235000
                      TJ-NRO-TARJETA ' HSM ' HP-RESULTADO               00236000
           END-IF                                                       00237000
           .                                                            00238000
       3000-EMITIR-TARJETA-EXIT.                                        00239000
           EXIT.                                                        00240000
      *---------------------------------------------------------------* 00241000
       3500-ASIGNAR-VIGENCIA.                                           00242000
           MOVE WS-FEC-ANIO-E     TO WS-CAL-ANIO                        00243000
           MOVE WS-FEC-MES-E      TO WS-CAL-MES                         00244000
           MOVE WS-MESES-VIGENCIA TO WS-CAL-MESES                       00245000
           PERFORM 7000-CALCULAR-VENCIMIENTO                            00246000
           MOVE WS-CAL-VENCIMIENTO TO TJ-FECHA-VENCIMIENTO              00247000
           REWRITE TJ-REGISTRO-TARJETA                                  00248000
           ADD 1 TO WS-TOT-VIGENCIA-ASIGNADA                            00249000
           .                                                            00250000
       3500-ASIGNAR-VIGENCIA-EXIT.                                      00251000
           EXIT.                                                        00252000
      *---------------------------------------------------------------* 00253000
       4000-BLOQUEAR-VENCIDA.                                           00254000
           MOVE 'V' TO TJ-ESTADO                                        00255000
           REWRITE TJ-REGISTRO-TARJETA                                  00256000
           ADD 1 TO WS-TOT-VENCIDAS                                     00257000
           .                                                            00258000
       4000-BLOQUEAR-VENCIDA-EXIT.                                      00259000
           EXIT.                                                        00260000
      *---------------------------------------------------------------* 00261000
       5000-RENOVAR-TARJETA.                                            00262000
      *    LA CUENTA CERRADA O CON SUCESION/CONGELAMIENTO NO RECIBE   * 00263000
      *    PLASTICO NUEVO: LA TARJETA SIGUE HASTA VENCER.             * 00264000
           MOVE TJ-CTAVALOR TO CIE-CTA-VALOR                            00265000
           CALL 'CIERCHK' USING CIE-PARAMETROS                          00266000
           MOVE TJ-CTAVALOR TO LEG-CTA-VALOR                            00267000
           CALL 'LEGCHK' USING LEG-PARAMETROS                           00268000
           EVALUATE TRUE                                                00269000
              WHEN CIE-CUENTA-CERRADA                                   00270000
                 ADD 1 TO WS-TOT-NO-RENOVADAS                           00271000
                 DISPLAY 'RTARJCIC - NO SE RENUEVA, CUENTA CERRADA: '   00272000
                         TJ-NRO-TARJETA                                 00273000
              WHEN LEG-CUENTA-BLOQUEADA                                 00274000
                 ADD 1 TO WS-TOT-NO-RENOVADAS                           00275000
                 DISPLAY 'RTARJCIC - NO SE RENUEVA, BLOQUEO LEGAL : '   00276000
                         TJ-NRO-TARJETA                                 00277000
              WHEN OTHER                                                00278000
                 MOVE TJ-FECHA-VENCIMIENTO TO WS-VENCIMIENTO-ACTUAL     00279000
                 MOVE WS-VAC-ANIO       TO WS-CAL-ANIO                  00280000
                 MOVE WS-VAC-MES        TO WS-CAL-MES                   00281000
                 MOVE WS-MESES-VIGENCIA TO WS-CAL-MESES                 00282000
                 PERFORM 7000-CALCULAR-VENCIMIENTO                      00283000
                 MOVE 'R' TO TJ-TIPO-EMISION                            00284000
                 PERFORM 6000-PREPARAR-ENTREGA                          00285000
                 ADD 1 TO WS-TOT-RENOVADAS                              00286000
           END-EVALUATE                                                 00287000
           .                                                            00288000
       5000-RENOVAR-TARJETA-EXIT.                                       00289000
           EXIT.                                                        00290000
      *---------------------------------------------------------------* 00291000
       6000-PREPARAR-ENTREGA.                                           00292000
      *    VENCIMIENTO YA CALCULADO EN WS-CAL-VENCIMIENTO.            * 00293000
           MOVE WS-FECHA-SISTEMA   TO TJ-FECHA-EMISION                  00294000
           MOVE WS-CAL-VENCIMIENTO TO TJ-FECHA-VENCIMIENTO              00295000
           MOVE 'P'                TO TJ-ESTADO-ENTREGA                 00296000
           MOVE 0                  TO TJ-FECHA-ENTREGA                  00297000
           REWRITE TJ-REGISTRO-TARJETA                                  00298000
           MOVE SPACES             TO EM-REGISTRO-EMBOZADO              00299000
           MOVE TJ-TIPO-EMISION    TO EM-TIPO-EMISION                   00300000
           MOVE TJ-NRO-TARJETA     TO EM-NRO-TARJETA                    00301000
           MOVE TJ-NOMBRE-GRABADO  TO EM-NOMBRE-GRABADO                 00302000
           MOVE WS-CVE-MES         TO EM-VENCE-MES                      00303000
           MOVE '/'                TO EM-VENCE-SEPARADOR                00304000
           MOVE WS-CVE-ANIO-CORTO  TO EM-VENCE-ANIO                     00305000
           MOVE WS-FECHA-SISTEMA   TO EM-FECHA-EMISION                  00306000
           WRITE EM-REGISTRO-EMBOZADO                                   00307000
           .                                                            00308000
       6000-PREPARAR-ENTREGA-EXIT.                                      00309000
           EXIT.                                                        00310000
      *---------------------------------------------------------------* 00311000
       7000-CALCULAR-VENCIMIENTO.                                       00312000
      *    MES DESTINO = MES BASE + WS-CAL-MESES; SU ULTIMO DIA ES EL * 00313000
      *    DIA ANTERIOR AL PRIMERO DEL MES QUE LE SIGUE.              * 00314000
           COMPUTE WS-CAL-TOTAL =                                       00315000
                   WS-CAL-ANIO * 12 + WS-CAL-MES - 1 + WS-CAL-MESES + 1 00316000
           DIVIDE WS-CAL-TOTAL BY 12                                    00317000
              GIVING WS-CPS-ANIO REMAINDER WS-CAL-RESTO                 00318000
           COMPUTE WS-CPS-MES = WS-CAL-RESTO + 1                        00319000
           MOVE 1 TO WS-CPS-DIA                                         00320000
           COMPUTE WS-CAL-VENCIMIENTO = FUNCTION DATE-OF-INTEGER(       00321000
                   FUNCTION INTEGER-OF-DATE(WS-CAL-PRIMERO-SIGUIENTE)   00322000
                   - 1)                                                 00323000
           .                                                            00324000
       7000-CALCULAR-VENCIMIENTO-EXIT.                                  00325000
           EXIT.                                                        00326000
      *---------------------------------------------------------------* 00327000
       9000-FIN.                                                        00328000
           CLOSE TARJETA-MAESTRO ENTREGA-TARJETA EMBOZADO-TARJETA       00329000
           DISPLAY 'RTARJCIC - TARJETAS LEIDAS        : '               00330000
                   WS-TOT-LEIDAS                                        00331000
           DISPLAY 'RTARJCIC - ENTREGAS APLICADAS     : '               00332000
                   WS-TOT-ENTREGADAS                                    00333000
           DISPLAY 'RTARJCIC - ENTREGAS RECHAZADAS    : '               00334000
                   WS-TOT-ENTREGA-RECHAZADA                             00335000
           DISPLAY 'RTARJCIC - TARJETAS EMITIDAS      : '               00336000
                   WS-TOT-EMITIDAS                                      00337000
           DISPLAY 'RTARJCIC - EMISIONES PENDIENTES   : '               00338000
                   WS-TOT-EMISION-PENDIENTE                             00339000
           DISPLAY 'RTARJCIC - TARJETAS RENOVADAS     : '               00340000
                   WS-TOT-RENOVADAS                                     00341000
           DISPLAY 'RTARJCIC - NO RENOVADAS           : '               00342000
                   WS-TOT-NO-RENOVADAS                                  00343000
           DISPLAY 'RTARJCIC - TARJETAS VENCIDAS      : '               00344000
                   WS-TOT-VENCIDAS                                      00345000
           DISPLAY 'RTARJCIC - VIGENCIA ASIGNADA      : '               00346000
                   WS-TOT-VIGENCIA-ASIGNADA                             00347000
           .                                                            00348000
       9000-FIN-EXIT.                                                   00349000
           EXIT.                                                        00350000
      *---------------------------------------------------------------* 00351000
       9999-EXIT.                                                       00352000
           EXIT.                                                        00353000

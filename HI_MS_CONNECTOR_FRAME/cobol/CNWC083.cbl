      ******************************************************************00001000
      *---------------------------------------------------------------* 00002000
      *                     R E D E X                                 * 00003000
      * PROGRAM-ID :  CNWC083                                         * 00004000
      * FUNCION    :  RD83 - CONSULTA DE SALDO Y ULTIMOS MOVIMIENTOS *  00005000
      *---------------------------------------------------------------* 00006000
       IDENTIFICATION DIVISION.                                         00007000
       PROGRAM-ID.    CNWC083.                                          00008000
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.                     00009000
       INSTALLATION.  CONTINENTAL BOLSA SAB.                            00010000
       DATE-WRITTEN.  12/10/2026.                                       00011000
       DATE-COMPILED.                                                   00012000
      *---------------------------------------------------------------* 00013000
      * MODIFICACIONES                                                * 00014000
      * FECHA      AUTOR   DESCRIPCION                                * 00015000
      * 12/10/2026 JQ      ALTA. NUEVA FUNCION RD83: CONSULTA EN EL  *  00016000
      *                    TERMINAL DEL SALDO DISPONIBLE (EFEMAST)   *  00017000
      *                    DE LA CUENTA EFECTIVO LIGADA A LA         *  00018000
      *                    TARJETA (TJ-CTAVALOR) Y DE SUS ULTIMOS    *  00019000
      *                    MOVIMIENTOS (EFEMOV), CON VALIDACION DE   *  00020000
      *                    CLAVE EN EL HSM (HSMPIN), CONTADOR DE     *  00021000
      *                    INTENTOS FALLIDOS (PINLOCK) Y AUDITORIA   *  00022000
      *                    EN REDEXAUD CON FUNCION RD83 (QUE         *  00023000
      *                    RTERMVEL SUMA A SUS PATRONES DE           *  00024000
      *                    VELOCIDAD).                               *  00025000
      * 12/10/2026 JQ      LA LINEA DE AUDITORIA LLEVA RA-IMPORTE EN *  00025100
      *                    CERO (EL IMPORTE SOLO LO INFORMA EL       *  00025200
      *                    RETIRO RD82).                             *  00025300
      * 12/10/2026 JQ      LA TARJETA VENCIDA (TJ-VENCIDA O FECHA DE *  00025400
      *                    VENCIMIENTO CUMPLIDA) SE RECHAZA CON      *  00025500
      *                    DS83-IND-RESULTADO = '9' ANTES DE VALIDAR *  00025600
      *                    LA CLAVE.                                 *  00025700
      *---------------------------------------------------------------* 00026000
      *---------------------------------------------------------------* 00027000
      * EL CLIENTE NO PODIA VER SU DISPONIBLE ANTES DE RETIRAR Y EL  *  00028000
      * RETIRO RD82 SE RECHAZABA POR SALDO. LA CONSULTA VALIDA EN    *  00029000
      * ORDEN, COMO EL RETIRO: TERMINAL NO BLOQUEADO, TARJETA        *  00030000
      * ACTIVA Y NO BLOQUEADA POR INTENTOS (PINLOCK) Y CLAVE CONTRA  *  00031000
      * EL HSM DEL BANCO. COMO LA VALIDACION RD80, LA CLAVE          *  00032000
      * INVALIDA SUMA UN INTENTO FALLIDO Y AL TERCERO BLOQUEA LA     *  00033000
      * TARJETA; LA CLAVE VALIDA REPONE EL CONTADOR Y LA CAIDA DEL   *  00034000
      * HSM NO LO TOCA. CON LA CLAVE VALIDA DEVUELVE EL SALDO        *  00035000
      * DISPONIBLE DE LA CUENTA EFECTIVO (EL PRIMER SALDO DE LA      *  00036000
      * CUENTA, EL MISMO QUE CARGA EL RETIRO) Y LOS ULTIMOS          *  00037000
      * MOVIMIENTOS DE ESE SALDO EN EL EXTRACTO EFEMOV, DEL MAS      *  00038000
      * RECIENTE AL MAS ANTIGUO. TODA CONSULTA, EXITOSA O NO, DEJA   *  00039000
      * SU LINEA EN REDEXAUD CON FUNCION RD83.                       *  00040000
      *---------------------------------------------------------------* 00041000
       ENVIRONMENT DIVISION.                                            00042000
       CONFIGURATION SECTION.                                           00043000
       SOURCE-COMPUTER.   IBM-370.                                      00044000
       OBJECT-COMPUTER.   IBM-370.                                      00045000
       INPUT-OUTPUT SECTION.                                            00046000
       FILE-CONTROL.                                                    00047000
           SELECT TARJETA-MAESTRO ASSIGN TO TARJMAST                    00048000
               ORGANIZATION IS INDEXED                                  00049000
               ACCESS MODE IS RANDOM                                    00050000
               RECORD KEY IS TJ-NRO-TARJETA                             00051000
               FILE STATUS IS WS-TJ-STATUS.                             00052000
           SELECT BLOQUEO-TARJETA ASSIGN TO PINLOCK                     00053000
               ORGANIZATION IS INDEXED                                  00054000
               ACCESS MODE IS RANDOM                                    00055000
               RECORD KEY IS PL-NRO-TARJETA                             00056000
               FILE STATUS IS WS-PL-STATUS.                             00057000
           SELECT TERMINAL-BLOQUEADO ASSIGN TO TERMBLK                  00058000
               ORGANIZATION IS INDEXED                                  00059000
               ACCESS MODE IS RANDOM                                    00060000
               RECORD KEY IS TB-CTERMINAL                               00061000
               FILE STATUS IS WS-TB-STATUS.                             00062000
           SELECT EFECTIVO-MAESTRO ASSIGN TO EFEMAST                    00063000
               ORGANIZATION IS INDEXED                                  00064000
               ACCESS MODE IS DYNAMIC                                   00065000
               RECORD KEY IS EF-CLAVE                                   00066000
               FILE STATUS IS WS-EF-STATUS.                             00067000
           SELECT OPTIONAL MOVIMIENTO-EFECTIVO ASSIGN TO EFEMOV         00068000
               ORGANIZATION IS SEQUENTIAL.                              00069000
           SELECT AUDITORIA-REDEX ASSIGN TO REDEXAUD                    00070000
               ORGANIZATION IS SEQUENTIAL.                              00071000
       DATA DIVISION.                                                   00072000
       FILE SECTION.                                                    00073000
       FD  TARJETA-MAESTRO                                              00074000
           RECORDING MODE IS F.                                         00075000
       COPY TARJMAST.                                                   00076000
       FD  BLOQUEO-TARJETA                                              00077000
           RECORDING MODE IS F.                                         00078000
       COPY PINLOCK.                                                    00079000
       FD  TERMINAL-BLOQUEADO                                           00080000
           RECORDING MODE IS F.                                         00081000
       COPY TERMBLK.                                                    00082000
       FD  EFECTIVO-MAESTRO                                             00083000
           RECORDING MODE IS F.                                         00084000
       COPY EFEMAST.                                                    00085000
       FD  MOVIMIENTO-EFECTIVO                                          00086000
           RECORDING MODE IS F.                                         00087000
       COPY ITFEXT.                                                     00088000
       FD  AUDITORIA-REDEX                                              00089000
           RECORDING MODE IS F.                                         00090000
       COPY REDEXAUD.                                                   00091000
       WORKING-STORAGE SECTION.                                         00092000
      * CAMPOS DE LA TARJETA RETENIDOS MIENTRAS EL MAESTRO ESTA      *  00093000
      * ABIERTO: EL AREA DEL FD QUEDA INDEFINIDA DESPUES DEL CLOSE.  *  00094000
       01  WS-PIN-OFFSET-TARJETA       PIC X(16) VALUE SPACES.          00095000
       01  WS-CTAVALOR-TARJETA         PIC X(20) VALUE SPACES.          00096000
       01  WS-MONEDA-CUENTA            PIC X(03) VALUE SPACES.          00097000
       01  WS-TJ-STATUS                PIC X(02) VALUE '00'.            00098000
           88 WS-TJ-OK                           VALUE '00'.            00099000
           88 WS-TJ-NO-ENCONTRADO                VALUE '23'.            00100000
       01  WS-SW-VENCIDA               PIC X(01) VALUE 'N'.             00100100
           88 WS-TARJETA-VENCIDA                 VALUE 'S'.             00100200
       01  WS-PL-STATUS                PIC X(02) VALUE '00'.            00101000
           88 WS-PL-OK                           VALUE '00'.            00102000
           88 WS-PL-NO-ENCONTRADO                VALUE '23'.            00103000
       01  WS-TB-STATUS                PIC X(02) VALUE '00'.            00104000
           88 WS-TB-OK                           VALUE '00'.            00105000
       01  WS-EF-STATUS                PIC X(02) VALUE '00'.            00106000
           88 WS-EF-OK                           VALUE '00'.            00107000
           88 WS-EF-NO-ENCONTRADO                VALUE '23'.            00108000
       01  WS-EOF-MOVIMIENTO           PIC X(01) VALUE 'N'.             00109000
           88 WS-FIN-MOVIMIENTO                  VALUE 'S'.             00110000
       01  WS-MAX-INTENTOS             PIC 9(02) VALUE 3.               00111000
       01  WS-MAX-MOVIMIENTOS          PIC 9(02) VALUE 5.               00112000
       01  WS-POS-ULTIMO               PIC 9(02) COMP VALUE 0.          00113000
       01  WS-TOT-ULTIMOS              PIC 9(02) COMP VALUE 0.          00114000
       01  WS-IDX                      PIC 9(02) COMP VALUE 0.          00115000
      * ULTIMOS MOVIMIENTOS DE LA CUENTA EN ORDEN DE LECTURA, COMO   *  00116000
      * ANILLO: WS-POS-ULTIMO APUNTA AL MAS RECIENTE.                *  00117000
       01  WS-TABLA-ULTIMOS.                                            00118000
           05 WS-ULT-ENTRY OCCURS 5 TIMES.                              00119000
              10 WS-ULT-FECHA          PIC  X(10).                      00120000
              10 WS-ULT-CONCEPTO       PIC  X(40).                      00121000
              10 WS-ULT-CARGO-ABONO    PIC  X(01).                      00122000
              10 WS-ULT-IMPORTE        PIC S9(15)V99.                   00123000
       01  WS-FECHA-SISTEMA            PIC 9(08).                       00124000
       01  WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.               00125000
           05 WS-FEC-ANIO-E            PIC 9(04).                       00126000
           05 WS-FEC-MES-E             PIC 9(02).                       00127000
           05 WS-FEC-DIA-E             PIC 9(02).                       00128000
       01  WS-FECHA-FORMATEADA.                                         00129000
           05 WS-FEC-ANIO              PIC 9(04).                       00130000
           05 FILLER                   PIC X(01) VALUE '-'.             00131000
           05 WS-FEC-MES               PIC 9(02).                       00132000
           05 FILLER                   PIC X(01) VALUE '-'.             00133000
           05 WS-FEC-DIA               PIC 9(02).                       00134000
       01  WS-HORA-SISTEMA             PIC 9(08).                       00135000
       01  WS-HORA-SISTEMA-R REDEFINES WS-HORA-SISTEMA.                 00136000
           05 WS-HOR-HH-E              PIC 9(02).                       00137000
           05 WS-HOR-MM-E              PIC 9(02).                       00138000
           05 WS-HOR-SS-E              PIC 9(04).                       00139000
       01  WS-HORA-FORMATEADA.                                          00140000
           05 WS-HOR-HH                PIC 9(02).                       00141000
           05 FILLER                   PIC X(01) VALUE ':'.             00142000
           05 WS-HOR-MM                PIC 9(02).                       00143000
           05 FILLER                   PIC X(01) VALUE ':'.             00144000
           05 WS-HOR-SS                PIC 9(02).                       00145000
       COPY HSMPINP.                                                    00146000
       LINKAGE SECTION.                                                 00147000
       COPY CNWCE083.                                                   00148000
       COPY CNWCS083.                                                   00149000
       PROCEDURE DIVISION USING DE83-CNWCE083                           00150000
                                 DS83-CNWCS083.                         00151000
      *---------------------------------------------------------------* 00152000
       0000-MAINLINE.                                                   00153000
           PERFORM 1000-INICIALIZAR                                     00154000
           PERFORM 1500-VERIFICAR-TERMINAL                              00155000
           IF DS83-IND-RESULTADO = '0'                                  00156000
              PERFORM 2000-VERIFICAR-TARJETA                            00157000
           END-IF                                                       00158000
           IF DS83-IND-RESULTADO = '0'                                  00159000
              PERFORM 2500-VALIDAR-CLAVE                                00160000
           END-IF                                                       00161000
           IF DS83-IND-RESULTADO = '0'                                  00162000
              PERFORM 3000-LEER-SALDO                                   00163000
           END-IF                                                       00164000
           IF DS83-IND-RESULTADO = '0'                                  00165000
              PERFORM 4000-LEER-MOVIMIENTOS                             00166000
           END-IF                                                       00167000
           PERFORM 5000-GRABAR-AUDITORIA                                00168000
           GOBACK.                                                      00169000
      *---------------------------------------------------------------* 00170000
       1000-INICIALIZAR.                                                00171000
           MOVE '0'    TO DS83-IND-RESULTADO                            00172000
           MOVE SPACES TO DS83-MONEDA                                   00173000
           MOVE 0      TO DS83-SALDO-DISPONIBLE                         00174000
           MOVE 0      TO DS83-NRO-MOVIMIENTOS                          00175000
           MOVE DE83-SESWAS      TO DS83-SESION-WAS                     00176000
           MOVE DE83-NRO-TARJETA TO DS83-NRO-TARJETA                    00177000
      *    PROGRAMA LLAMADO: EL ESTADO DE LA LLAMADA ANTERIOR QUEDA   * 00177100
      *    EN WORKING-STORAGE Y SE LIMPIA EN CADA ENTRADA.            * 00177200
           MOVE 'N'    TO WS-SW-VENCIDA                                 00177300
           MOVE 'N'    TO WS-EOF-MOVIMIENTO                             00177400
           MOVE 0      TO WS-POS-ULTIMO                                 00177500
           MOVE 0      TO WS-TOT-ULTIMOS                                00177600
           INITIALIZE WS-TABLA-ULTIMOS                                  00177700
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD                   00178000
           MOVE WS-FEC-ANIO-E TO WS-FEC-ANIO                            00179000
           MOVE WS-FEC-MES-E  TO WS-FEC-MES                             00180000
           MOVE WS-FEC-DIA-E  TO WS-FEC-DIA                             00181000
           ACCEPT WS-HORA-SISTEMA FROM TIME                             00182000
           MOVE WS-HOR-HH-E   TO WS-HOR-HH                              00183000
           MOVE WS-HOR-MM-E   TO WS-HOR-MM                              00184000
           MOVE WS-HOR-SS-E   TO WS-HOR-SS                              00185000
           .                                                            00186000
       1000-INICIALIZAR-EXIT.                                           00187000
           EXIT.                                                        00188000
      *---------------------------------------------------------------* 00189000
       1500-VERIFICAR-TERMINAL.                                         00190000
           OPEN INPUT TERMINAL-BLOQUEADO                                00191000
           MOVE DE83-CTERMINAL TO TB-CTERMINAL                          00192000
           READ TERMINAL-BLOQUEADO                                      00193000
              INVALID KEY MOVE '23' TO WS-TB-STATUS                     00194000
           END-READ                                                     00195000
           CLOSE TERMINAL-BLOQUEADO                                     00196000
           IF WS-TB-OK AND TB-BLOQUEADO                                 00197000
              MOVE '4' TO DS83-IND-RESULTADO                            00198000
           END-IF                                                       00199000
           .                                                            00200000
       1500-VERIFICAR-TERMINAL-EXIT.                                    00201000
           EXIT.                                                        00202000
      *---------------------------------------------------------------* 00203000
       2000-VERIFICAR-TARJETA.                                          00204000
           OPEN INPUT TARJETA-MAESTRO                                   00205000
           MOVE DE83-NRO-TARJETA TO TJ-NRO-TARJETA                      00206000
           READ TARJETA-MAESTRO                                         00207000
              INVALID KEY MOVE '23' TO WS-TJ-STATUS                     00208000
           END-READ                                                     00209000
           IF WS-TJ-OK                                                  00210000
              MOVE TJ-PIN-OFFSET    TO WS-PIN-OFFSET-TARJETA            00211000
              MOVE TJ-CTAVALOR      TO WS-CTAVALOR-TARJETA              00212000
              IF TJ-VENCIDA                                             00212100
                 OR (TJ-ACTIVA AND TJ-FECHA-VENCIMIENTO > 0             00212200
                     AND TJ-FECHA-VENCIMIENTO < WS-FECHA-SISTEMA)       00212300
                 MOVE 'S' TO WS-SW-VENCIDA                              00212400
              END-IF                                                    00212500
           END-IF                                                       00213000
           IF WS-TJ-OK AND NOT TJ-ACTIVA                                00214000
              MOVE '23' TO WS-TJ-STATUS                                 00215000
           END-IF                                                       00216000
           CLOSE TARJETA-MAESTRO                                        00217000
           IF WS-TJ-NO-ENCONTRADO                                       00218000
              MOVE '2' TO DS83-IND-RESULTADO                            00219000
           ELSE                                                         00220000
              OPEN INPUT BLOQUEO-TARJETA                                00221000
              MOVE DE83-NRO-TARJETA TO PL-NRO-TARJETA                   00222000
              READ BLOQUEO-TARJETA                                      00223000
                 INVALID KEY MOVE '23' TO WS-PL-STATUS                  00224000
              END-READ                                                  00225000
              CLOSE BLOQUEO-TARJETA                                     00226000
              IF WS-PL-OK AND PL-BLOQUEADA                              00227000
                 MOVE '2' TO DS83-IND-RESULTADO                         00228000
              END-IF                                                    00229000
           END-IF                                                       00230000
      *    LA TARJETA VENCIDA SE INFORMA COMO TAL, AUNQUE ADEMAS     *  00230100
      *    ESTE INACTIVA O BLOQUEADA.                                *  00230200
           IF WS-TARJETA-VENCIDA                                        00230300
              MOVE '9' TO DS83-IND-RESULTADO                            00230400
           END-IF                                                       00230500
           .                                                            00231000
       2000-VERIFICAR-TARJETA-EXIT.                                     00232000
           EXIT.                                                        00233000
      *---------------------------------------------------------------* 00234000
       2500-VALIDAR-CLAVE.                                              00235000
           MOVE 'V'              TO HP-FUNCION                          00236000
           MOVE DE83-NRO-TARJETA TO HP-NRO-TARJETA                      00237000
           MOVE DE83-PINBLOCK    TO HP-PINBLOCK                         00238000
           MOVE WS-PIN-OFFSET-TARJETA TO HP-PIN-OFFSET                  00239000
           CALL 'HSMPIN' USING HP-PARAMETROS                            00240000
           EVALUATE TRUE                                                00241000
              WHEN HP-CLAVE-VALIDA                                      00242000
                 CONTINUE                                               00243000
              WHEN HP-SERVICIO-NO-DISPONIBLE                            00244000
                 MOVE '5' TO DS83-IND-RESULTADO                         00245000
              WHEN OTHER                                                00246000
                 MOVE '1' TO DS83-IND-RESULTADO                         00247000
           END-EVALUATE                                                 00248000
      *    LA CAIDA DEL SERVICIO HSM ('5') NO CUENTA COMO INTENTO    *  00249000
      *    FALLIDO NI REPONE EL CONTADOR (IGUAL QUE CNWC080).        *  00249100
           IF DS83-IND-RESULTADO NOT = '5'                              00249200
              PERFORM 2600-ACTUALIZAR-INTENTOS                          00249300
           END-IF                                                       00249400
           .                                                            00250000
       2500-VALIDAR-CLAVE-EXIT.                                         00251000
           EXIT.                                                        00252000
      *---------------------------------------------------------------* 00253000
       2600-ACTUALIZAR-INTENTOS.                                        00254000
           OPEN I-O BLOQUEO-TARJETA                                     00261000
           MOVE DE83-NRO-TARJETA TO PL-NRO-TARJETA                      00262000
           MOVE '00' TO WS-PL-STATUS                                    00263000
           READ BLOQUEO-TARJETA                                         00264000
              INVALID KEY                                               00265000
                 MOVE '23'   TO WS-PL-STATUS                            00266000
                 MOVE 0      TO PL-INTENTOS-FALLIDOS                    00267000
                 MOVE 'A'    TO PL-ESTADO                               00268000
                 MOVE SPACES TO PL-FECHA-BLOQUEO                        00269000
           END-READ                                                     00270000
           IF DS83-IND-RESULTADO = '0'                                  00271000
              MOVE 0 TO PL-INTENTOS-FALLIDOS                            00272000
           ELSE                                                         00273000
              ADD 1 TO PL-INTENTOS-FALLIDOS                             00274000
              IF PL-INTENTOS-FALLIDOS >= WS-MAX-INTENTOS                00275000
                 MOVE 'B' TO PL-ESTADO                                  00276000
                 MOVE WS-FECHA-FORMATEADA TO PL-FECHA-BLOQUEO           00277000
                 MOVE '2' TO DS83-IND-RESULTADO                         00278000
              END-IF                                                    00279000
           END-IF                                                       00280000
           IF WS-PL-OK                                                  00281000
              REWRITE PL-REGISTRO-BLOQUEO                               00282000
           ELSE                                                         00283000
              WRITE PL-REGISTRO-BLOQUEO                                 00284000
           END-IF                                                       00285000
           CLOSE BLOQUEO-TARJETA                                        00286000
           .                                                            00287000
       2600-ACTUALIZAR-INTENTOS-EXIT.                                   00288000
           EXIT.                                                        00289000
      *---------------------------------------------------------------* 00290000
       3000-LEER-SALDO.                                                 00291000
      *    EL PRIMER SALDO DE LA CUENTA, EL MISMO QUE CARGA EL       *  00292000
      *    RETIRO RD82 (EFEPOST SIN MONEDA INFORMADA).               *  00293000
           OPEN INPUT EFECTIVO-MAESTRO                                  00294000
           MOVE WS-CTAVALOR-TARJETA TO EF-CTAVALOR                      00295000
           MOVE SPACES              TO EF-MONEDA                        00296000
           START EFECTIVO-MAESTRO KEY IS NOT LESS THAN EF-CLAVE         00297000
              INVALID KEY MOVE '23' TO WS-EF-STATUS                     00298000
           END-START                                                    00299000
           IF WS-EF-OK                                                  00300000
              READ EFECTIVO-MAESTRO NEXT RECORD                         00301000
                 AT END MOVE '23' TO WS-EF-STATUS                       00302000
              END-READ                                                  00303000
           END-IF                                                       00304000
           IF WS-EF-OK                                                  00305000
              AND EF-CTAVALOR NOT = WS-CTAVALOR-TARJETA                 00306000
              MOVE '23' TO WS-EF-STATUS                                 00307000
           END-IF                                                       00308000
           IF WS-EF-OK                                                  00309000
              MOVE EF-MONEDA           TO WS-MONEDA-CUENTA              00310000
              MOVE EF-MONEDA           TO DS83-MONEDA                   00311000
              MOVE EF-SALDO-DISPONIBLE TO DS83-SALDO-DISPONIBLE         00312000
           ELSE                                                         00313000
              MOVE '8' TO DS83-IND-RESULTADO                            00314000
           END-IF                                                       00315000
           CLOSE EFECTIVO-MAESTRO                                       00316000
           .                                                            00317000
       3000-LEER-SALDO-EXIT.                                            00318000
           EXIT.                                                        00319000
      *---------------------------------------------------------------* 00320000
       4000-LEER-MOVIMIENTOS.                                           00321000
           OPEN INPUT MOVIMIENTO-EFECTIVO                               00322000
           READ MOVIMIENTO-EFECTIVO                                     00323000
              AT END MOVE 'S' TO WS-EOF-MOVIMIENTO                      00324000
           END-READ                                                     00325000
           PERFORM 4100-GUARDAR-MOVIMIENTO                              00326000
              UNTIL WS-FIN-MOVIMIENTO                                   00327000
           CLOSE MOVIMIENTO-EFECTIVO                                    00328000
           PERFORM 4200-DEVOLVER-MOVIMIENTO                             00329000
              VARYING WS-IDX FROM 1 BY 1                                00330000
              UNTIL WS-IDX > WS-TOT-ULTIMOS                             00331000
           MOVE WS-TOT-ULTIMOS TO DS83-NRO-MOVIMIENTOS                  00332000
           .                                                            00333000
       4000-LEER-MOVIMIENTOS-EXIT.                                      00334000
           EXIT.                                                        00335000
      *---------------------------------------------------------------* 00336000
       4100-GUARDAR-MOVIMIENTO.                                         00337000
      *    LOS MOVIMIENTOS SIN MONEDA SON ANTERIORES AL EFECTIVO     *  00338000
      *    MULTIMONEDA Y CORRESPONDEN AL UNICO SALDO DE LA CUENTA.   *  00339000
           IF IE-CTAVALOR = WS-CTAVALOR-TARJETA                         00340000
              AND (IE-MONEDA = WS-MONEDA-CUENTA                         00341000
                   OR IE-MONEDA = SPACES)                               00342000
              ADD 1 TO WS-POS-ULTIMO                                    00343000
              IF WS-POS-ULTIMO > WS-MAX-MOVIMIENTOS                     00344000
                 MOVE 1 TO WS-POS-ULTIMO                                00345000
              END-IF                                                    00346000
              IF WS-TOT-ULTIMOS < WS-MAX-MOVIMIENTOS                    00347000
                 ADD 1 TO WS-TOT-ULTIMOS                                00348000
              END-IF                                                    00349000
              MOVE IE-FECHA-OPERA TO WS-ULT-FECHA(WS-POS-ULTIMO)        00350000
              MOVE IE-CONCEPTO    TO WS-ULT-CONCEPTO(WS-POS-ULTIMO)     00351000
              MOVE IE-CARGO-ABONO TO WS-ULT-CARGO-ABONO(WS-POS-ULTIMO)  00352000
              MOVE IE-IMPORTE     TO WS-ULT-IMPORTE(WS-POS-ULTIMO)      00353000
           END-IF                                                       00354000
           READ MOVIMIENTO-EFECTIVO                                     00355000
              AT END MOVE 'S' TO WS-EOF-MOVIMIENTO                      00356000
           END-READ                                                     00357000
           .                                                            00358000
       4100-GUARDAR-MOVIMIENTO-EXIT.                                    00359000
           EXIT.                                                        00360000
      *---------------------------------------------------------------* 00361000
       4200-DEVOLVER-MOVIMIENTO.                                        00362000
      *    DEL MAS RECIENTE (WS-POS-ULTIMO) HACIA ATRAS EN EL        *  00363000
      *    ANILLO.                                                   *  00364000
           MOVE WS-ULT-FECHA(WS-POS-ULTIMO)                             00365000
                               TO DS83-MOV-FECHA(WS-IDX)                00366000
           MOVE WS-ULT-CONCEPTO(WS-POS-ULTIMO)                          00367000
                               TO DS83-MOV-CONCEPTO(WS-IDX)             00368000
           MOVE WS-ULT-CARGO-ABONO(WS-POS-ULTIMO)                       00369000
                               TO DS83-MOV-CARGO-ABONO(WS-IDX)          00370000
           MOVE WS-ULT-IMPORTE(WS-POS-ULTIMO)                           00371000
                               TO DS83-MOV-IMPORTE(WS-IDX)              00372000
           SUBTRACT 1 FROM WS-POS-ULTIMO                                00373000
           IF WS-POS-ULTIMO = 0                                         00374000
              MOVE WS-MAX-MOVIMIENTOS TO WS-POS-ULTIMO                  00375000
           END-IF                                                       00376000
           .                                                            00377000
       4200-DEVOLVER-MOVIMIENTO-EXIT.                                   00378000
           EXIT.                                                        00379000
      *---------------------------------------------------------------* 00380000
       5000-GRABAR-AUDITORIA.                                           00381000
           MOVE DE83-NSESION      TO RA-NSESION                         00382000
           MOVE DE83-NCICLO       TO RA-NCICLO                          00383000
           MOVE DE83-SESWAS       TO RA-SESWAS                          00384000
           MOVE DE83-CUSUARIO     TO RA-CUSUARIO                        00385000
           MOVE DE83-CTERMINAL    TO RA-CTERMINAL                       00386000
           MOVE DE83-NRO-TARJETA  TO RA-NRO-TARJETA                     00387000
           MOVE DS83-IND-RESULTADO TO RA-IND-VALIDA                     00388000
           MOVE WS-FECHA-FORMATEADA TO RA-FECHA                         00389000
           MOVE WS-HORA-FORMATEADA  TO RA-HORA                          00390000
           MOVE 'RD83'            TO RA-FUNCION                         00391000
           MOVE 0                 TO RA-IMPORTE                         00391500
           OPEN EXTEND AUDITORIA-REDEX                                  00392000
           WRITE RA-REGISTRO-AUDITORIA                                  00393000
           CLOSE AUDITORIA-REDEX                                        00394000
           .                                                            00395000
       5000-GRABAR-AUDITORIA-EXIT.                                      00396000
           EXIT.                                                        00397000
      *---------------------------------------------------------------* 00398000
       9999-EXIT.                                                       00399000
           EXIT.                                                        00400000

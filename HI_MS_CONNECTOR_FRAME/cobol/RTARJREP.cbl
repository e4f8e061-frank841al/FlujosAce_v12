      ******************************************************************00001000
      *---------------------------------------------------------------* 00002000
      *                     R E D E X                                 * 00003000
      * PROGRAM-ID :  RTARJREP                                        * 00004000
      * FUNCION    :  REPORTE MENSUAL DEL CICLO DE VIDA DE TARJETAS   * 00005000
      *---------------------------------------------------------------* 00006000
       IDENTIFICATION DIVISION.                                         00007000
       PROGRAM-ID.    RTARJREP.                                         00008000
       AUTHOR.        J. QUISPE - EQUIPO SAB BOLSA.                     00009000
       INSTALLATION.  CONTINENTAL BOLSA SAB.                            00010000
       DATE-WRITTEN.  12/10/2026.                                       00011000
       DATE-COMPILED.                                                   00012000
      *---------------------------------------------------------------* 00013000
      * MODIFICACIONES                                                * 00014000
      * FECHA      AUTOR   DESCRIPCION                                * 00015000
      * 12/10/2026 JQ      ALTA. REPORTE MENSUAL PARA OPERACIONES DE  * 00016000
      *                    LAS TARJETAS EMITIDAS, RENOVADAS Y         * 00017000
      *                    VENCIDAS EN EL MES Y DE LAS QUE SIGUEN SIN * 00018000
      *                    ENTREGA CONFIRMADA POR EL COURIER.         * 00019000
      *---------------------------------------------------------------* 00020000
      *---------------------------------------------------------------* 00021000
      * CORRE EL PRIMER DIA DEL MES, DESPUES DE RTARJCIC, Y REPORTA   * 00022000
      * EL MES ANTERIOR. RECORRE TARJMAST UNA VEZ POR SECCION:        * 00023000
      *   1 - EMITIDAS  : EMISION NUEVA CON FECHA DE EMISION EN EL    * 00024000
      *                   MES.                                        * 00025000
      *   2 - RENOVADAS : RENOVACION CON FECHA DE EMISION EN EL MES.  * 00026000
      *   3 - VENCIDAS  : TARJETA VENCIDA ('V') CUYO VENCIMIENTO CAYO * 00027000
      *                   EN EL MES (NO RENOVADAS POR CUENTA CERRADA  * 00028000
      *                   O BLOQUEO LEGAL).                           * 00029000
      *   4 - NO ENTREGADAS: ACTIVA CON ENTREGA PENDIENTE A LA FECHA, * 00030000
      *                   CON LOS DIAS TRANSCURRIDOS DESDE LA         * 00031000
      *                   EMISION.                                    * 00032000
      *---------------------------------------------------------------* 00033000
       ENVIRONMENT DIVISION.                                            00034000
       CONFIGURATION SECTION.                                           00035000
       SOURCE-COMPUTER.   IBM-370.                                      00036000
       OBJECT-COMPUTER.   IBM-370.                                      00037000
       INPUT-OUTPUT SECTION.                                            00038000
       FILE-CONTROL.                                                    00039000
           SELECT TARJETA-MAESTRO ASSIGN TO TARJMAST                    00040000
               ORGANIZATION IS INDEXED                                  00041000
               ACCESS MODE IS DYNAMIC                                   00042000
               RECORD KEY IS TJ-NRO-TARJETA                             00043000
               FILE STATUS IS WS-TJ-STATUS.                             00044000
           SELECT REPORTE-TARJETA ASSIGN TO TARJREP                     00045000
               ORGANIZATION IS SEQUENTIAL.                              00046000
       DATA DIVISION.                                                   00047000
       FILE SECTION.                                                    00048000
       FD  TARJETA-MAESTRO                                              00049000
           RECORDING MODE IS F.                                         00050000
       COPY TARJMAST.                                                   00051000
       FD  REPORTE-TARJETA                                              00052000
           RECORDING MODE IS F.                                         00053000
       01  REPORTE-REC                 PIC X(132).                      00054000
       WORKING-STORAGE SECTION.                                         00055000
       01  WS-TJ-STATUS                PIC X(02) VALUE '00'.            00056000
           88 WS-TJ-OK                           VALUE '00'.            00057000
           88 WS-TJ-FIN                          VALUE '10'.            00058000
       77  WS-SECCION                  PIC 9(01) VALUE 0.               00059000
       77  WS-SW-INCLUIR               PIC X(01) VALUE 'N'.             00060000
           88 WS-INCLUIR                         VALUE 'S'.             00061000
       77  WS-TOT-SECCION              PIC 9(07) COMP VALUE 0.          00062000
       77  WS-DIAS-PENDIENTE           PIC S9(05) COMP VALUE 0.         00063000
       01  WS-FECHA-SISTEMA            PIC 9(08).                       00064000
       01  WS-FECHA-SISTEMA-R REDEFINES WS-FECHA-SISTEMA.               00065000
           05 WS-FEC-ANIO-E            PIC 9(04).                       00066000
           05 WS-FEC-MES-E             PIC 9(02).                       00067000
           05 WS-FEC-DIA-E             PIC 9(02).                       00068000
      * AAAAMM DEL MES REPORTADO (EL ANTERIOR AL DE LA CORRIDA).      * 00069000
       01  WS-MES-REPORTE              PIC 9(06) VALUE 0.               00070000
       01  WS-MES-EMISION              PIC 9(06) VALUE 0.               00071000
       01  WS-MES-VENCIMIENTO          PIC 9(06) VALUE 0.               00072000
       01  WS-TABLA-SECCIONES.                                          00073000
           05 FILLER                   PIC X(30) VALUE                  00074000
              'TARJETAS EMITIDAS'.                                      00075000
           05 FILLER                   PIC X(30) VALUE                  00076000
              'TARJETAS RENOVADAS'.                                     00077000
           05 FILLER                   PIC X(30) VALUE                  00078000
              'TARJETAS VENCIDAS'.                                      00079000
           05 FILLER                   PIC X(30) VALUE                  00080000
              'TARJETAS NO ENTREGADAS'.                                 00081000
       01  WS-TABLA-SECCIONES-R REDEFINES WS-TABLA-SECCIONES.           00082000
           05 WS-NOMBRE-SECCION        PIC X(30) OCCURS 4 TIMES.        00083000
       01  WS-LINEA-TITULO.                                             00084000
           05 FILLER                   PIC X(40) VALUE                  00085000
              'REDEX - CICLO DE VIDA DE TARJETAS - MES '.               00086000
           05 WT-MES-REPORTE           PIC 9(06).                       00087000
           05 FILLER                   PIC X(86) VALUE SPACES.          00088000
       01  WS-LINEA-SECCION.                                            00089000
           05 FILLER                   PIC X(04) VALUE SPACES.          00090000
           05 WC-NOMBRE-SECCION        PIC X(30).                       00091000
           05 FILLER                   PIC X(98) VALUE SPACES.          00092000
       01  WS-LINEA-DETALLE.                                            00093000
           05 FILLER                   PIC X(04) VALUE SPACES.          00094000
           05 WD-TARJETA               PIC X(16).                       00095000
           05 FILLER                   PIC X(01) VALUE SPACE.           00096000
           05 WD-NOMBRE                PIC X(26).                       00097000
           05 FILLER                   PIC X(01) VALUE SPACE.           00098000
           05 WD-CTAVALOR              PIC X(20).                       00099000
           05 FILLER                   PIC X(06) VALUE ' EMIS '.        00100000
           05 WD-FECHA-EMISION         PIC 9(08).                       00101000
           05 FILLER                   PIC X(07) VALUE ' VENCE '.       00102000
           05 WD-FECHA-VENCIMIENTO     PIC 9(08).                       00103000
           05 FILLER                   PIC X(01) VALUE SPACE.           00104000
           05 WD-OBSERVACION           PIC X(34).                       00105000
       01  WS-OBS-PENDIENTE.                                            00106000
           05 FILLER                   PIC X(19) VALUE                  00107000
              'DIAS SIN ENTREGAR: '.                                    00108000
           05 WO-DIAS                  PIC ZZZZ9.                       00109000
           05 FILLER                   PIC X(10) VALUE SPACES.          00110000
       01  WS-LINEA-TOTAL.                                              00111000
           05 FILLER                   PIC X(04) VALUE SPACES.          00112000
           05 FILLER                   PIC X(07) VALUE 'TOTAL: '.       00113000
           05 WX-TOTAL                 PIC ZZZ,ZZ9.                     00114000
           05 FILLER                   PIC X(114) VALUE SPACES.         00115000
       PROCEDURE DIVISION.                                              00116000
      *---------------------------------------------------------------* 00117000
       0000-MAINLINE.                                                   00118000
           PERFORM 1000-INICIO                                          00119000
           PERFORM 2000-LISTAR-SECCION                                  00120000
              VARYING WS-SECCION FROM 1 BY 1                            00121000
              UNTIL WS-SECCION > 4                                      00122000
           PERFORM 9000-FIN                                             00123000
           GOBACK.                                                      00124000
      *---------------------------------------------------------------* 00125000
       1000-INICIO.                                                     00126000
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD                   00127000
           IF WS-FEC-MES-E = 1                                          00128000
              COMPUTE WS-MES-REPORTE = (WS-FEC-ANIO-E - 1) * 100 + 12   00129000
           ELSE                                                         00130000
              COMPUTE WS-MES-REPORTE =                                  00131000
                      WS-FEC-ANIO-E * 100 + WS-FEC-MES-E - 1            00132000
           END-IF                                                       00133000
           OPEN INPUT  TARJETA-MAESTRO                                  00134000
           OPEN OUTPUT REPORTE-TARJETA                                  00135000
           MOVE WS-MES-REPORTE TO WT-MES-REPORTE                        00136000
           WRITE REPORTE-REC FROM WS-LINEA-TITULO                       00137000
           .                                                            00138000
       1000-INICIO-EXIT.                                                00139000
           EXIT.                                                        00140000
      *---------------------------------------------------------------* 00141000
       2000-LISTAR-SECCION.                                             00142000
           MOVE 0 TO WS-TOT-SECCION                                     00143000
           MOVE WS-NOMBRE-SECCION(WS-SECCION) TO WC-NOMBRE-SECCION      00144000
           MOVE SPACES TO REPORTE-REC                                   00145000
           WRITE REPORTE-REC                                            00146000
           WRITE REPORTE-REC FROM WS-LINEA-SECCION                      00147000
           MOVE '00' TO WS-TJ-STATUS                                    00148000
           MOVE LOW-VALUES TO TJ-NRO-TARJETA                            00149000
           START TARJETA-MAESTRO KEY IS NOT LESS THAN TJ-NRO-TARJETA    00150000
              INVALID KEY MOVE '10' TO WS-TJ-STATUS                     00151000
           END-START                                                    00152000
           IF WS-TJ-OK                                                  00153000
              READ TARJETA-MAESTRO NEXT RECORD                          00154000
                 AT END MOVE '10' TO WS-TJ-STATUS                       00155000
              END-READ                                                  00156000
           END-IF                                                       00157000
           PERFORM 2100-EVALUAR-TARJETA                                 00158000
              UNTIL WS-TJ-FIN                                           00159000
           MOVE WS-TOT-SECCION TO WX-TOTAL                              00160000
           WRITE REPORTE-REC FROM WS-LINEA-TOTAL                        00161000
           DISPLAY 'RTARJREP - ' WS-NOMBRE-SECCION(WS-SECCION)          00162000
                   ': ' WS-TOT-SECCION                                  00163000
           .                                                            00164000
       2000-LISTAR-SECCION-EXIT.                                        00165000
           EXIT.                                                        00166000
      *---------------------------------------------------------------* 00167000
       2100-EVALUAR-TARJETA.                                            00168000
           MOVE 'N' TO WS-SW-INCLUIR                                    00169000
           DIVIDE TJ-FECHA-EMISION BY 100 GIVING WS-MES-EMISION         00170000
           DIVIDE TJ-FECHA-VENCIMIENTO BY 100                           00171000
              GIVING WS-MES-VENCIMIENTO                                 00172000
           EVALUATE WS-SECCION                                          00173000
              WHEN 1                                                    00174000
                 IF TJ-EMISION-NUEVA                                    00175000
                    AND WS-MES-EMISION = WS-MES-REPORTE                 00176000
                    MOVE 'S' TO WS-SW-INCLUIR                           00177000
                 END-IF                                                 00178000
              WHEN 2                                                    00179000
                 IF TJ-EMISION-RENOVACION                               00180000
                    AND WS-MES-EMISION = WS-MES-REPORTE                 00181000
                    MOVE 'S' TO WS-SW-INCLUIR                           00182000
                 END-IF                                                 00183000
              WHEN 3                                                    00184000
                 IF TJ-VENCIDA                                          00185000
                    AND WS-MES-VENCIMIENTO = WS-MES-REPORTE             00186000
                    MOVE 'S' TO WS-SW-INCLUIR                           00187000
                 END-IF                                                 00188000
              WHEN 4                                                    00189000
                 IF TJ-ACTIVA AND TJ-ENTREGA-PENDIENTE                  00190000
                    MOVE 'S' TO WS-SW-INCLUIR                           00191000
                 END-IF                                                 00192000
           END-EVALUATE                                                 00193000
           IF WS-INCLUIR                                                00194000
              PERFORM 7000-ESCRIBIR-DETALLE                             00195000
           END-IF                                                       00196000
           READ TARJETA-MAESTRO NEXT RECORD                             00197000
              AT END MOVE '10' TO WS-TJ-STATUS                          00198000
           END-READ                                                     00199000
           .                                                            00200000
       2100-EVALUAR-TARJETA-EXIT.                                       00201000
           EXIT.                                                        00202000
      *---------------------------------------------------------------* 00203000
       7000-ESCRIBIR-DETALLE.                                           00204000
           ADD 1 TO WS-TOT-SECCION                                      00205000
           MOVE TJ-NRO-TARJETA       TO WD-TARJETA                      00206000
           MOVE TJ-NOMBRE-GRABADO    TO WD-NOMBRE                       00207000
           MOVE TJ-CTAVALOR          TO WD-CTAVALOR                     00208000
           MOVE TJ-FECHA-EMISION     TO WD-FECHA-EMISION                00209000
           MOVE TJ-FECHA-VENCIMIENTO TO WD-FECHA-VENCIMIENTO            00210000
           MOVE SPACES               TO WD-OBSERVACION                  00211000
           IF WS-SECCION = 4 AND TJ-FECHA-EMISION > 0                   00212000
              COMPUTE WS-DIAS-PENDIENTE =                               00213000
                      FUNCTION INTEGER-OF-DATE(WS-FECHA-SISTEMA)        00214000
                    - FUNCTION INTEGER-OF-DATE(TJ-FECHA-EMISION)        00215000
              MOVE WS-DIAS-PENDIENTE TO WO-DIAS                         00216000
              MOVE WS-OBS-PENDIENTE  TO WD-OBSERVACION                  00217000
           END-IF                                                       00218000
           WRITE REPORTE-REC FROM WS-LINEA-DETALLE                      00219000
           .                                                            00220000
       7000-ESCRIBIR-DETALLE-EXIT.                                      00221000
           EXIT.                                                        00222000
      *---------------------------------------------------------------* 00223000
       9000-FIN.                                                        00224000
           CLOSE TARJETA-MAESTRO REPORTE-TARJETA                        00225000
           DISPLAY 'RTARJREP - MES REPORTADO          : '               00226000
                   WS-MES-REPORTE                                       00227000
           .                                                            00228000
       9000-FIN-EXIT.                                                   00229000
           EXIT.                                                        00230000
      *---------------------------------------------------------------* 00231000
       9999-EXIT.                                                       00232000
           EXIT.                                                        00233000

      *                    TAMBIEN SE RETIENE EN WORKING-STORAGE     *  00033000
      *                    ANTES DE CERRAR EL ARCHIVO, POR EL MISMO  *  00034000
      *                    MOTIVO.                                   *  00035000
      * 12/10/2026 JQ      LA LINEA DE AUDITORIA INFORMA EL IMPORTE  *  00035100
      *                    RETIRADO (RA-IMPORTE, CERO SI EL RETIRO   *  00035200
      *                    SE RECHAZO) PARA LA CONCILIACION DIARIA   *  00035300
      *                    CON LA LIQUIDACION DE LA RED (RRDXCON).   *  00035400
      * 12/10/2026 JQ      LA TARJETA VENCIDA (TJ-VENCIDA O FECHA DE *  00035500
      *                    VENCIMIENTO CUMPLIDA) SE RECHAZA CON      *  00035600
      *                    DS82-IND-RESULTADO = '9' ANTES DE VALIDAR *  00035700
      *                    LA CLAVE.                                 *  00035800
      *---------------------------------------------------------------* 00036000
      *---------------------------------------------------------------* 00037000
      * LA TARJETA ERA SOLO INFORMATIVA: EL CLIENTE NO PODIA RETIRAR *  00038000
       01  WS-TJ-STATUS                PIC X(02) VALUE '00'.            00099000
           88 WS-TJ-OK                           VALUE '00'.            00100000
           88 WS-TJ-NO-ENCONTRADO                VALUE '23'.            00101000
       01  WS-SW-VENCIDA               PIC X(01) VALUE 'N'.             00101100
           88 WS-TARJETA-VENCIDA                 VALUE 'S'.             00101200
       01  WS-PL-STATUS                PIC X(02) VALUE '00'.            00102000
           88 WS-PL-OK                           VALUE '00'.            00103000
           88 WS-PL-NO-ENCONTRADO                VALUE '23'.            00104000
           MOVE 0   TO DS82-ACUMULADO-DIA                               00164000
           MOVE DE82-SESWAS      TO DS82-SESION-WAS                     00165000
           MOVE DE82-NRO-TARJETA TO DS82-NRO-TARJETA                    00166000
           MOVE 'N' TO WS-SW-VENCIDA                                    00166500
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD                   00167000
           MOVE WS-FEC-ANIO-E TO WS-FEC-ANIO                            00168000
           MOVE WS-FEC-MES-E  TO WS-FEC-MES                             00169000
              MOVE TJ-PIN-OFFSET    TO WS-PIN-OFFSET-TARJETA            00200000
              MOVE TJ-LIMITE-DIARIO TO WS-LIMITE-DIARIO-TARJ            00201000
              MOVE TJ-CTAVALOR      TO WS-CTAVALOR-TARJETA              00202000
              IF TJ-VENCIDA                                             00202100
                 OR (TJ-ACTIVA AND TJ-FECHA-VENCIMIENTO > 0             00202200
                     AND TJ-FECHA-VENCIMIENTO < WS-FECHA-SISTEMA)       00202300
                 MOVE 'S' TO WS-SW-VENCIDA                              00202400
              END-IF                                                    00202500
           END-IF                                                       00203000
           IF WS-TJ-OK AND NOT TJ-ACTIVA                                00204000
              MOVE '23' TO WS-TJ-STATUS                                 00205000
                 MOVE '2' TO DS82-IND-RESULTADO                         00218000
              END-IF                                                    00219000
           END-IF                                                       00220000
      *    LA TARJETA VENCIDA SE INFORMA COMO TAL, AUNQUE ADEMAS     *  00220100
      *    ESTE INACTIVA O BLOQUEADA.                                *  00220200
           IF WS-TARJETA-VENCIDA                                        00220300
              MOVE '9' TO DS82-IND-RESULTADO                            00220400
           END-IF                                                       00220500
           .                                                            00221000
       2000-VERIFICAR-TARJETA-EXIT.                                     00222000
           EXIT.                                                        00223000
           MOVE WS-FECHA-FORMATEADA TO RA-FECHA                         00317000
           MOVE WS-HORA-FORMATEADA  TO RA-HORA                          00318000
           MOVE 'RD82'            TO RA-FUNCION                         00319000
           MOVE DS82-MTO-RETIRADO TO RA-IMPORTE                         00319500
           OPEN EXTEND AUDITORIA-REDEX                                  00320000
           WRITE RA-REGISTRO-AUDITORIA                                  00321000
           CLOSE AUDITORIA-REDEX                                        00322000

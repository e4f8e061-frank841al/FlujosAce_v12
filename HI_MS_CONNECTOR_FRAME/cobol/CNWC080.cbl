      *                    DS80-IND-VALIDA = '5' Y NO CUENTA COMO    *  
      *                    INTENTO FALLIDO: UNA CAIDA DEL SERVICIO   *  
      *                    YA NO BLOQUEA TARJETAS POR PINLOCK.       *  
      * 12/10/2026 JQ      LA LINEA DE AUDITORIA LLEVA RA-IMPORTE EN *  00018965
      *                    CERO (EL IMPORTE SOLO LO INFORMA EL       *  00018970
      *                    RETIRO RD82).                             *  00018975
      * 12/10/2026 JQ      LA TARJETA VENCIDA (TJ-VENCIDA O FECHA DE *  00018980
      *                    VENCIMIENTO CUMPLIDA) SE RECHAZA CON      *  00018985
      *                    DS80-IND-VALIDA = '9' SIN CONSULTAR LA    *  00018990
      *                    CLAVE NI CONTAR INTENTO FALLIDO.          *  00018995
      *---------------------------------------------------------------* 00019000
      *---------------------------------------------------------------* 00020000
      * SI LA TARJETA YA SE ENCUENTRA BLOQUEADA, DEVUELVE             * 00020100
           88 WS-TB-NO-ENCONTRADO                VALUE '23'.            00046330
       01  WS-SW-TERMINAL              PIC X(01) VALUE 'N'.             00046340
           88 WS-TERMINAL-BLOQUEADO              VALUE 'S'.             00046350
       01  WS-SW-VENCIDA               PIC X(01) VALUE 'N'.             00046450
           88 WS-TARJETA-VENCIDA                 VALUE 'S'.             00046550
       01  WS-MAX-INTENTOS             PIC 9(02) VALUE 3.                00047000
       01  WS-UMBRAL-CV3               PIC 9(09)V9(02) VALUE 3000.00.    00047100
       01  WS-FECHA-SISTEMA            PIC 9(08).                       00048000
           READ TARJETA-MAESTRO                                          00090500
              INVALID KEY MOVE '23' TO WS-TJ-STATUS                      00090600
           END-READ                                                      00090700
      *    VENCIDA: YA PASADA A 'V' POR RTARJCIC O CON LA FECHA DE    * 00090710
      *    VENCIMIENTO CUMPLIDA ANTES DE QUE CORRA EL PROCESO.        * 00090720
           MOVE 'N' TO WS-SW-VENCIDA                                    00090730
           IF WS-TJ-OK                                                  00090740
              IF TJ-VENCIDA                                             00090750
                 OR (TJ-ACTIVA AND TJ-FECHA-VENCIMIENTO > 0             00090760
                     AND TJ-FECHA-VENCIMIENTO < WS-FECHA-SISTEMA)       00090770
                 MOVE 'S' TO WS-SW-VENCIDA                              00090780
              END-IF                                                    00090790
           END-IF                                                       00090800
           IF WS-TJ-OK AND TJ-ACTIVA                                    
              AND NOT WS-TARJETA-VENCIDA                                00090810
              MOVE 'V'             TO HP-FUNCION                        
              MOVE TJ-NRO-TARJETA  TO HP-NRO-TARJETA                    
              MOVE DE80-PINBLOCK   TO HP-PINBLOCK                       
                    MOVE '1' TO DS80-IND-VALIDA                         
              END-EVALUATE                                              
           ELSE                                                         
              IF WS-TJ-OK AND WS-TARJETA-VENCIDA                        00090820
                 MOVE '9' TO DS80-IND-VALIDA                            00090830
              ELSE                                                      00090840
                 MOVE '1' TO DS80-IND-VALIDA                            00090850
              END-IF                                                    00090860
           END-IF                                                       
           CLOSE TARJETA-MAESTRO                                         00091300
           .                                                             00091400
           EVALUATE TRUE                                                
              WHEN DS80-IND-VALIDA = '0' OR DS80-IND-VALIDA = '3'       
                 MOVE 0 TO PL-INTENTOS-FALLIDOS                         
              WHEN DS80-IND-VALIDA = '5' OR DS80-IND-VALIDA = '9'       00092700
                 CONTINUE                                               
              WHEN OTHER                                                
                 ADD 1 TO PL-INTENTOS-FALLIDOS                          
           MOVE WS-FECHA-FORMATEADA TO RA-FECHA                         00116100
           MOVE WS-HORA-FORMATEADA  TO RA-HORA                          00116200
           MOVE 'RD80'            TO RA-FUNCION                         
           MOVE 0                 TO RA-IMPORTE                         00116250
           OPEN EXTEND AUDITORIA-REDEX                                  00116300
           WRITE RA-REGISTRO-AUDITORIA                                  00116400
           CLOSE AUDITORIA-REDEX                                        00116500

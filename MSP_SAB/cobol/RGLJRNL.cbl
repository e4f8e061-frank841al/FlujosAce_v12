      *                    (HDRTRL/HTCHK); EL DESCUADRE TERMINA CON  *
      *                    RETORNO 16 (LOS ASIENTOS DE LA CORRIDA SE *
      *                    DESCARTAN Y SE REPROCESA).                *
      * 28/09/2026 JQ      ALTA. NUEVA FUENTE OPCIONAL GCNDRES:      *
      *                    RESUMEN MENSUAL DE RETENCIONES A NO       *
      *                    DOMICILIADOS, CLIENTES CONTRA IMPUESTO A  *
      *                    LA RENTA NO DOMICILIADOS POR PAGAR.       *
      * 28/09/2026 JQ      ALTA. NUEVA FUENTE OPCIONAL TERRES: LO    *
      *                    RECAUDADO POR CUENTA DE TERCEROS PASA DE  *
      *                    INGRESOS POR COMISION A LA CUENTA POR     *
      *                    PAGAR A TERCEROS, Y LA DIFERENCIA CONTRA  *
      *                    LA FACTURA DE LA ENTIDAD VA A GASTO O     *
      *                    INGRESO POR DIFERENCIAS.                  *
      * 28/09/2026 JQ      ALTA. NUEVA FUENTE OPCIONAL PERAJUS: LOS  *
      *                    AJUSTES POST-CIERRE DE EFECTIVO DEL DIA   *
      *                    (REDATADOS POR PERCHK) SE ASIENTAN CONTRA *
      *                    AJUSTES DE PERIODOS CERRADOS, Y TODO      *
      *                    ASIENTO DE UN MOVIMIENTO REDATADO         *
      *                    (INCLUIDO SU ITF) LLEVA LA MARCA DE       *
      *                    AJUSTE POST-CIERRE Y EL PERIODO DE        *
      *                    ORIGEN.                                   *
      * 15/10/2026 JQ      ALTA. NUEVA FUENTE OPCIONAL RETFRES: EL   *
      *                    DEVENGO DIARIO DE RETROCESIONES DE FONDOS *
      *                    MUTUOS (RETROCESIONES POR COBRAR CONTRA   *
      *                    INGRESOS POR RETROCESION) Y SU COBRO A LA *
      *                    ADMINISTRADORA (CUENTA PROPIA CONTRA      *
      *                    RETROCESIONES POR COBRAR, CON LA          *
      *                    DIFERENCIA A INGRESOS POR RETROCESION).   *
      * 15/10/2026 JQ      CORRECCION. EL EFECTIVO DE LAS CUENTAS    *
      *                    DEL LIBRO PROPIO (LIBCHK) SE ASIENTA EN   *
      *                    1041CTAPR Y NO EN CLIENTES, Y EL COBRO DE *
      *                    RETROCESIONES SE CARGA A BANCOS           *
      *                    (1041BANCO), PARA QUE CUADRE CON LA       *
      *                    CONCILIACION RGLREC.                      *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * POR CADA POLIZA DE POLEXT: ASIENTO DEL NETO LIQUIDADO        *
      * MOVIMIENTO DE ITFEXT CON ITF RETENIDO: CLIENTES CONTRA ITF   *
      * POR PAGAR. POR CADA PAGO DE DIVPAGO YA ABONADO: DIVIDENDOS   *
      * POR PAGAR CONTRA CLIENTES. POR CADA LINEA DE CUSTSET:        *
      * CLIENTES CONTRA CLEARING DE CUSTODIA SEGUN CARGO/ABONO. POR  *
      * CADA MONEDA DEL RESUMEN GCNDRES (SOLO LOS DIAS QUE RGCNDMES  *
      * LO GENERA): CLIENTES CONTRA IMPUESTO A LA RENTA DE NO        *
      * DOMICILIADOS POR PAGAR. POR CADA ENTIDAD Y MONEDA DEL        *
      * RESUMEN TERRES (SOLO LOS DIAS QUE RTERREC LO GENERA): LO     *
      * RECAUDADO, INGRESOS POR COMISION CONTRA CUENTA POR PAGAR A   *
      * TERCEROS; SI LA FACTURA DE LA ENTIDAD ES MAYOR, LA           *
      * DIFERENCIA VA DE GASTO POR DIFERENCIAS A LA CUENTA POR       *
      * PAGAR; SI ES MENOR, DE LA CUENTA POR PAGAR A INGRESO POR     *
      * DIFERENCIAS. POR CADA AJUSTE POST-CIERRE DE EFECTIVO         *
      * REGISTRADO HOY EN PERAJUS: EL ABONO VA DE AJUSTES DE         *
      * PERIODOS CERRADOS A CLIENTES Y EL CARGO DE CLIENTES A        *
      * AJUSTES DE PERIODOS CERRADOS. ESOS ASIENTOS, Y EL ITF DEL    *
      * MOVIMIENTO REDATADO, SE MARCAN COMO AJUSTE POST-CIERRE CON   *
      * SU PERIODO DE ORIGEN. POR CADA LINEA DE RETFRES GENERADA HOY *
      * (RRETFDEV Y RRETFCOB): EL DEVENGO DE RETROCESION DE FONDOS   *
      * MUTUOS VA DE RETROCESIONES POR COBRAR A INGRESOS POR         *
      * RETROCESION; EL COBRO, DE BANCOS (1041BANCO) A RETROCESIONES *
      * POR COBRAR POR LO DEVENGADO, Y LA DIFERENCIA CONTRA LO       *
      * PAGADO A INGRESOS POR RETROCESION. EN LAS FUENTES POR        *
      * CUENTA-VALOR (POLEXT, ITFEXT, DIVPAGO, CUSTSET Y PERAJUS) LA *
      * CONTRAPARTIDA "CLIENTES" (1212CLIEN) ES EFECTIVO DE CUENTA   *
      * PROPIA (1041CTAPR) CUANDO LA CUENTA-VALOR ES DEL LIBRO DE LA *
      * CASA (LIBCHK, CASACTA), MISMO CORTE QUE CONCILIA RGLREC. AL  *
      * CIERRE SE COMPARA DEBE CONTRA HABER POR FUENTE: LA FUENTE    *
      * QUE NO CUADRA SE REPORTA EN LA LISTA DE RECHAZOS (GLJREJ) Y  *
      * EL PROCESO TERMINA CON CODIGO DE RETORNO 8.                  *
      *--------------------------------------------------------------*
               ORGANIZATION IS SEQUENTIAL.
           SELECT LIQUIDACION-CUST ASSIGN TO CUSTSET
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RETENCION-GCND ASSIGN TO GCNDRES
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RESUMEN-TERCERO ASSIGN TO TERRES
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL AJUSTE-POST-CIERRE ASSIGN TO PERAJUS
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RESUMEN-RETROCESION ASSIGN TO RETFRES
               ORGANIZATION IS SEQUENTIAL.
           SELECT ASIENTO-MAYOR ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECHAZO-MAYOR ASSIGN TO GLJREJ
       FD  LIQUIDACION-CUST
           RECORDING MODE IS F.
       COPY CUSTSET.
       FD  RETENCION-GCND
           RECORDING MODE IS F.
       COPY GCNDRES.
       FD  RESUMEN-TERCERO
           RECORDING MODE IS F.
       COPY TERRES.
       FD  AJUSTE-POST-CIERRE
           RECORDING MODE IS F.
       COPY PERAJUS.
       FD  RESUMEN-RETROCESION
           RECORDING MODE IS F.
       COPY RETFRES.
       FD  ASIENTO-MAYOR
           RECORDING MODE IS F.
       COPY GLJRNL.
           88 WS-FIN-PAGO                        VALUE 'S'.
       77  WS-EOF-CUSTODIO             PIC X(01) VALUE 'N'.
           88 WS-FIN-CUSTODIO                    VALUE 'S'.
       77  WS-EOF-RETENCION            PIC X(01) VALUE 'N'.
           88 WS-FIN-RETENCION                   VALUE 'S'.
       77  WS-EOF-TERCERO              PIC X(01) VALUE 'N'.
           88 WS-FIN-TERCERO                     VALUE 'S'.
       77  WS-EOF-AJUSTE               PIC X(01) VALUE 'N'.
           88 WS-FIN-AJUSTE                      VALUE 'S'.
       77  WS-EOF-RETROCESION          PIC X(01) VALUE 'N'.
           88 WS-FIN-RETROCESION                 VALUE 'S'.
       77  WS-FECHA-SISTEMA            PIC 9(08).
       77  WS-SW-CUADRE                PIC X(01) VALUE 'S'.
           88 WS-TODO-CUADRA                     VALUE 'S'.
       01  WS-HASH-CUSTODIO            PIC S9(15)V9(02) COMP-3
                                       VALUE 0.
       01  WS-CNT-CUSTODIO             PIC 9(09) VALUE 0.
       01  WS-DIF-TERCERO              PIC S9(14)V9(02) COMP-3
                                       VALUE 0.
       01  WS-DIF-RETROCESION          PIC S9(14)V9(02) COMP-3
                                       VALUE 0.
      *--------------------------------------------------------------*
      * CUENTA DE CONTROL DEL EFECTIVO DE LA CUENTA-VALOR DE CADA    *
      * LINEA: LIBRO PROPIO DE LA CASA (LIBCHK, CASACTA) O CLIENTES, *
      * MISMO CORTE QUE CONCILIA RGLREC.                             *
      *--------------------------------------------------------------*
       01  WS-CTA-PROCESO              PIC X(20) VALUE SPACES.
       01  WS-CTA-LIBRO                PIC X(20) VALUE SPACES.
       01  WS-CUENTA-EFECTIVO          PIC X(10) VALUE '1212CLIEN'.
       COPY LIBCHKP.
       COPY HTCHKP.
       01  WS-TABLA-CONTROL.
           05 WS-CONTROL-FUENTE OCCURS 8 TIMES.
              10 WS-CTL-FUENTE         PIC  X(08).
              10 WS-CTL-LINEAS         PIC  9(07) COMP.
              10 WS-CTL-DEBE           PIC S9(15)V9(02) COMP-3.
              10 WS-CTL-HABER          PIC S9(15)V9(02) COMP-3.
      *--------------------------------------------------------------*
      * AJUSTES POST-CIERRE DE EFECTIVO REGISTRADOS HOY (PERAJUS).   *
      * LOS DE EFEPOST LLEVAN COMO REFERENCIA EL NUMERO DE           *
      * MOVIMIENTO, QUE SE BUSCA PARA MARCAR EL ITF DEL MOVIMIENTO   *
      * REDATADO.                                                    *
      *--------------------------------------------------------------*
       77  WS-SW-POST-CIERRE           PIC X(01) VALUE 'N'.
           88 WS-POST-CIERRE                     VALUE 'S'.
       77  WS-PERIODO-ORIGEN           PIC 9(06) VALUE 0.
       77  WS-TOT-REDATADOS            PIC 9(05) COMP VALUE 0.
       77  WS-TOT-RED-DESCARTADOS      PIC 9(05) COMP VALUE 0.
       77  WS-TOT-POST-CIERRE          PIC 9(07) COMP VALUE 0.
       77  WS-RD-IDX                   PIC 9(05) COMP VALUE 0.
       77  WS-RD-POS                   PIC 9(05) COMP VALUE 0.
       01  WS-REF-MOVIMIENTO           PIC X(20).
       01  WS-TABLA-REDATADOS.
           05 WS-REDATADO OCCURS 500 TIMES.
              10 WS-RD-PROGRAMA        PIC  X(08).
              10 WS-RD-REFERENCIA      PIC  X(20).
              10 WS-RD-PERIODO         PIC  9(06).
              10 WS-RD-CARGO-ABONO     PIC  X(01).
                 88 WS-RD-ES-ABONO               VALUE 'A'.
              10 WS-RD-CTAVALOR        PIC  X(20).
              10 WS-RD-IMPORTE         PIC S9(15)V9(02) COMP-3.
       01  WS-LINEA-RECHAZO.
           05 FILLER                   PIC X(18) VALUE
              'FUENTE SIN CUADRE '.
              UNTIL WS-FIN-PAGO
           PERFORM 5000-PROCESAR-CUSTODIO
              UNTIL WS-FIN-CUSTODIO
           PERFORM 6000-PROCESAR-RETENCION-GCND
              UNTIL WS-FIN-RETENCION
           PERFORM 6500-PROCESAR-CARGO-TERCERO
              UNTIL WS-FIN-TERCERO
           PERFORM 6600-PROCESAR-RETROCESION
              UNTIL WS-FIN-RETROCESION
           PERFORM 6800-ASENTAR-AJUSTE-CIERRE
              VARYING WS-RD-IDX FROM 1 BY 1
              UNTIL WS-RD-IDX > WS-TOT-REDATADOS
           PERFORM 8000-VERIFICAR-CUADRE
              VARYING WS-FUENTE-IDX FROM 1 BY 1
              UNTIL WS-FUENTE-IDX > 8
           PERFORM 8500-VALIDAR-CUSTSET
           PERFORM 9000-FIN
           GOBACK.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           OPEN INPUT  POLIZA-EXT MOVIMIENTO-EXT
                       PAGO-DIVIDENDO LIQUIDACION-CUST
                       RETENCION-GCND RESUMEN-TERCERO
                       AJUSTE-POST-CIERRE RESUMEN-RETROCESION
           OPEN OUTPUT ASIENTO-MAYOR RECHAZO-MAYOR
           MOVE 'POLEXT'  TO WS-CTL-FUENTE(1)
           MOVE 'ITFEXT'  TO WS-CTL-FUENTE(2)
           MOVE 'DIVPAGO' TO WS-CTL-FUENTE(3)
           MOVE 'CUSTSET' TO WS-CTL-FUENTE(4)
           MOVE 'GCNDRES' TO WS-CTL-FUENTE(5)
           MOVE 'TERRES'  TO WS-CTL-FUENTE(6)
           MOVE 'PERAJUS' TO WS-CTL-FUENTE(7)
           MOVE 'RETFRES' TO WS-CTL-FUENTE(8)
           PERFORM 1100-LIMPIAR-CONTROL
              VARYING WS-FUENTE-IDX FROM 1 BY 1
              UNTIL WS-FUENTE-IDX > 8
           READ POLIZA-EXT
              AT END MOVE 'S' TO WS-EOF-POLIZA
           END-READ
           READ LIQUIDACION-CUST
              AT END MOVE 'S' TO WS-EOF-CUSTODIO
           END-READ
           READ RETENCION-GCND
              AT END MOVE 'S' TO WS-EOF-RETENCION
           END-READ
           READ RESUMEN-TERCERO
              AT END MOVE 'S' TO WS-EOF-TERCERO
           END-READ
           READ AJUSTE-POST-CIERRE
              AT END MOVE 'S' TO WS-EOF-AJUSTE
           END-READ
           PERFORM 1200-CARGAR-AJUSTE-CIERRE
              UNTIL WS-FIN-AJUSTE
           READ RESUMEN-RETROCESION
              AT END MOVE 'S' TO WS-EOF-RETROCESION
           END-READ
           .
       1000-INICIO-EXIT.
           EXIT.
           .
       1100-LIMPIAR-CONTROL-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       1200-CARGAR-AJUSTE-CIERRE.
           IF PJ-FECHA-REGISTRO = WS-FECHA-SISTEMA
              AND PJ-ES-EFECTIVO
              IF WS-TOT-REDATADOS < 500
                 ADD 1 TO WS-TOT-REDATADOS
                 MOVE PJ-PROGRAMA
                    TO WS-RD-PROGRAMA(WS-TOT-REDATADOS)
                 MOVE PJ-REFERENCIA
                    TO WS-RD-REFERENCIA(WS-TOT-REDATADOS)
                 MOVE PJ-PERIODO-CERRADO
                    TO WS-RD-PERIODO(WS-TOT-REDATADOS)
                 MOVE PJ-CARGO-ABONO
                    TO WS-RD-CARGO-ABONO(WS-TOT-REDATADOS)
                 MOVE PJ-CTAVALOR
                    TO WS-RD-CTAVALOR(WS-TOT-REDATADOS)
                 MOVE PJ-IMPORTE
                    TO WS-RD-IMPORTE(WS-TOT-REDATADOS)
              ELSE
                 ADD 1 TO WS-TOT-RED-DESCARTADOS
              END-IF
           END-IF
           READ AJUSTE-POST-CIERRE
              AT END MOVE 'S' TO WS-EOF-AJUSTE
           END-READ
           .
       1200-CARGAR-AJUSTE-CIERRE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       2000-PROCESAR-POLIZA.
           MOVE 1 TO WS-FUENTE-IDX
           MOVE SPACES TO GJ-REFERENCIA
           MOVE PE-NRO-POLIZA TO GJ-REFERENCIA
           MOVE 'LIQUIDACION POLIZA' TO GJ-GLOSA
           MOVE PE-CTA-VALOR TO WS-CTA-PROCESO
           PERFORM 7100-CUENTA-EFECTIVO
           MOVE WS-CUENTA-EFECTIVO TO GJ-CUENTA-CONTABLE
           MOVE 'D' TO GJ-DEBE-HABER
           MOVE PE-IMPORTE-NETO TO GJ-IMPORTE
           PERFORM 7000-GRABAR-ASIENTO
           PERFORM 7000-GRABAR-ASIENTO
           IF PE-TOTAL-COMISION NOT = 0
              MOVE 'COMISION GANADA POLIZA' TO GJ-GLOSA
              MOVE WS-CUENTA-EFECTIVO TO GJ-CUENTA-CONTABLE
              MOVE 'D' TO GJ-DEBE-HABER
              MOVE PE-TOTAL-COMISION TO GJ-IMPORTE
              PERFORM 7000-GRABAR-ASIENTO
              MOVE 2 TO WS-FUENTE-IDX
              MOVE SPACES TO GJ-REFERENCIA
              MOVE IE-N-MOVIMIENTO TO GJ-REFERENCIA
              PERFORM 3100-BUSCAR-REDATADO
              MOVE 'ITF RETENIDO MOVIMIENTO' TO GJ-GLOSA
              MOVE IE-CTAVALOR TO WS-CTA-PROCESO
              PERFORM 7100-CUENTA-EFECTIVO
              MOVE WS-CUENTA-EFECTIVO TO GJ-CUENTA-CONTABLE
              MOVE 'D' TO GJ-DEBE-HABER
              MOVE IE-IMPORTE-ITF TO GJ-IMPORTE
              PERFORM 7000-GRABAR-ASIENTO
              MOVE '4015ITFPG' TO GJ-CUENTA-CONTABLE
              MOVE 'H' TO GJ-DEBE-HABER
              PERFORM 7000-GRABAR-ASIENTO
              MOVE 'N' TO WS-SW-POST-CIERRE
              MOVE 0   TO WS-PERIODO-ORIGEN
           END-IF
           READ MOVIMIENTO-EXT
              AT END MOVE 'S' TO WS-EOF-MOVIMIENTO
           .
       3000-PROCESAR-MOVIMIENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3100-BUSCAR-REDATADO.
           MOVE SPACES          TO WS-REF-MOVIMIENTO
           MOVE IE-N-MOVIMIENTO TO WS-REF-MOVIMIENTO
           MOVE 0 TO WS-RD-POS
           PERFORM 3110-COMPARAR-REDATADO
              VARYING WS-RD-IDX FROM 1 BY 1
              UNTIL WS-RD-IDX > WS-TOT-REDATADOS
                 OR WS-RD-POS > 0
           IF WS-RD-POS > 0
              MOVE 'S' TO WS-SW-POST-CIERRE
              MOVE WS-RD-PERIODO(WS-RD-POS) TO WS-PERIODO-ORIGEN
           END-IF
           .
       3100-BUSCAR-REDATADO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       3110-COMPARAR-REDATADO.
           IF WS-RD-PROGRAMA(WS-RD-IDX) = 'EFEPOST'
              AND WS-RD-REFERENCIA(WS-RD-IDX) = WS-REF-MOVIMIENTO
              MOVE WS-RD-IDX TO WS-RD-POS
           END-IF
           .
       3110-COMPARAR-REDATADO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       4000-PROCESAR-DIVIDENDO.
           IF DP-REGISTRO-PAGO(1:3) NOT = 'CAB'
              MOVE 'D' TO GJ-DEBE-HABER
              MOVE DP-IMPORTE-PAGADO TO GJ-IMPORTE
              PERFORM 7000-GRABAR-ASIENTO
              MOVE DP-CTAVALOR TO WS-CTA-PROCESO
              PERFORM 7100-CUENTA-EFECTIVO
              MOVE WS-CUENTA-EFECTIVO TO GJ-CUENTA-CONTABLE
              MOVE 'H' TO GJ-DEBE-HABER
              PERFORM 7000-GRABAR-ASIENTO
           END-IF
           MOVE SPACES TO GJ-REFERENCIA
           MOVE CS-CTAVALOR TO GJ-REFERENCIA
           MOVE 'LIQUIDACION CUSTODIO' TO GJ-GLOSA
           MOVE CS-CTAVALOR TO WS-CTA-PROCESO
           PERFORM 7100-CUENTA-EFECTIVO
           IF CS-ES-CARGO
              MOVE WS-CUENTA-EFECTIVO TO GJ-CUENTA-CONTABLE
              MOVE 'D' TO GJ-DEBE-HABER
           ELSE
              MOVE '4611CUSTO' TO GJ-CUENTA-CONTABLE
           IF CS-ES-CARGO
              MOVE '4611CUSTO' TO GJ-CUENTA-CONTABLE
           ELSE
              MOVE WS-CUENTA-EFECTIVO TO GJ-CUENTA-CONTABLE
           END-IF
           MOVE 'H' TO GJ-DEBE-HABER
           PERFORM 7000-GRABAR-ASIENTO
           .
       5900-LEER-CUSTODIO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6000-PROCESAR-RETENCION-GCND.
           IF GRS-TOTAL-RETENIDO NOT = 0
              MOVE 5 TO WS-FUENTE-IDX
              MOVE SPACES TO GJ-REFERENCIA
              MOVE GRS-PERIODO TO GJ-REFERENCIA(1:6)
              MOVE GRS-MONEDA  TO GJ-REFERENCIA(8:3)
              MOVE 'RETENCION IR NO DOMICILIADOS' TO GJ-GLOSA
              MOVE '1212CLIEN' TO GJ-CUENTA-CONTABLE
              MOVE 'D' TO GJ-DEBE-HABER
              MOVE GRS-TOTAL-RETENIDO TO GJ-IMPORTE
              PERFORM 7000-GRABAR-ASIENTO
              MOVE '4017IRNDP' TO GJ-CUENTA-CONTABLE
              MOVE 'H' TO GJ-DEBE-HABER
              PERFORM 7000-GRABAR-ASIENTO
           END-IF
           READ RETENCION-GCND
              AT END MOVE 'S' TO WS-EOF-RETENCION
           END-READ
           .
       6000-PROCESAR-RETENCION-GCND-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6500-PROCESAR-CARGO-TERCERO.
           MOVE 6 TO WS-FUENTE-IDX
           MOVE SPACES      TO GJ-REFERENCIA
           MOVE TRS-PERIODO TO GJ-REFERENCIA(1:6)
           MOVE TRS-ENTIDAD TO GJ-REFERENCIA(8:6)
           MOVE TRS-MONEDA  TO GJ-REFERENCIA(15:3)
           IF TRS-TOTAL-RECAUDADO NOT = 0
              MOVE 'RECAUDO POR CUENTA DE TERCEROS' TO GJ-GLOSA
              MOVE '7522COMIS' TO GJ-CUENTA-CONTABLE
              MOVE 'D' TO GJ-DEBE-HABER
              MOVE TRS-TOTAL-RECAUDADO TO GJ-IMPORTE
              PERFORM 7000-GRABAR-ASIENTO
              MOVE '4213TERPG' TO GJ-CUENTA-CONTABLE
              MOVE 'H' TO GJ-DEBE-HABER
              PERFORM 7000-GRABAR-ASIENTO
           END-IF
           COMPUTE WS-DIF-TERCERO =
              TRS-TOTAL-FACTURADO - TRS-TOTAL-RECAUDADO
           MOVE 'DIFERENCIA FACTURA DE TERCEROS' TO GJ-GLOSA
           IF WS-DIF-TERCERO > 0
              MOVE '6591DIFTE' TO GJ-CUENTA-CONTABLE
              MOVE 'D' TO GJ-DEBE-HABER
              MOVE WS-DIF-TERCERO TO GJ-IMPORTE
              PERFORM 7000-GRABAR-ASIENTO
              MOVE '4213TERPG' TO GJ-CUENTA-CONTABLE
              MOVE 'H' TO GJ-DEBE-HABER
              PERFORM 7000-GRABAR-ASIENTO
           END-IF
           IF WS-DIF-TERCERO < 0
              MOVE '4213TERPG' TO GJ-CUENTA-CONTABLE
              MOVE 'D' TO GJ-DEBE-HABER
              COMPUTE GJ-IMPORTE = 0 - WS-DIF-TERCERO
              PERFORM 7000-GRABAR-ASIENTO
              MOVE '7592DIFTE' TO GJ-CUENTA-CONTABLE
              MOVE 'H' TO GJ-DEBE-HABER
              PERFORM 7000-GRABAR-ASIENTO
           END-IF
           READ RESUMEN-TERCERO
              AT END MOVE 'S' TO WS-EOF-TERCERO
           END-READ
           .
       6500-PROCESAR-CARGO-TERCERO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * RETFRES SE EXTIENDE EN CADA CORRIDA DE RRETFDEV/RRETFCOB:    *
      * SOLO SE ASIENTAN LAS LINEAS GENERADAS HOY.                   *
      *--------------------------------------------------------------*
       6600-PROCESAR-RETROCESION.
           IF RFR-FECHA = WS-FECHA-SISTEMA
              MOVE 8 TO WS-FUENTE-IDX
              MOVE SPACES      TO GJ-REFERENCIA
              MOVE RFR-PERIODO TO GJ-REFERENCIA(1:6)
              MOVE RFR-GESTORA TO GJ-REFERENCIA(8:8)
              MOVE RFR-MONEDA  TO GJ-REFERENCIA(17:3)
              IF RFR-ES-DEVENGO
                 PERFORM 6610-ASENTAR-DEVENGO-RETROC
              ELSE
                 PERFORM 6620-ASENTAR-COBRO-RETROC
              END-IF
           END-IF
           READ RESUMEN-RETROCESION
              AT END MOVE 'S' TO WS-EOF-RETROCESION
           END-READ
           .
       6600-PROCESAR-RETROCESION-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6610-ASENTAR-DEVENGO-RETROC.
           MOVE 'DEVENGO RETROCESION FONDOS MUTUOS' TO GJ-GLOSA
           MOVE RFR-IMPORTE TO GJ-IMPORTE
           IF RFR-IMPORTE > 0
              MOVE '1683RETFC' TO GJ-CUENTA-CONTABLE
              MOVE 'D' TO GJ-DEBE-HABER
              PERFORM 7000-GRABAR-ASIENTO
              MOVE '7524RETFD' TO GJ-CUENTA-CONTABLE
              MOVE 'H' TO GJ-DEBE-HABER
              PERFORM 7000-GRABAR-ASIENTO
           END-IF
           IF RFR-IMPORTE < 0
              COMPUTE GJ-IMPORTE = 0 - RFR-IMPORTE
              MOVE '7524RETFD' TO GJ-CUENTA-CONTABLE
              MOVE 'D' TO GJ-DEBE-HABER
              PERFORM 7000-GRABAR-ASIENTO
              MOVE '1683RETFC' TO GJ-CUENTA-CONTABLE
              MOVE 'H' TO GJ-DEBE-HABER
              PERFORM 7000-GRABAR-ASIENTO
           END-IF
           .
       6610-ASENTAR-DEVENGO-RETROC-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * LA ADMINISTRADORA PAGA A LA CUENTA BANCARIA DE LA SAB: EL    *
      * COBRO NO PASA POR EFEMAST Y SE CARGA A BANCOS (1041BANCO),   *
      * NO AL EFECTIVO DE CUENTA PROPIA QUE CONCILIA RGLREC.         *
      *--------------------------------------------------------------*
       6620-ASENTAR-COBRO-RETROC.
           MOVE 'COBRO RETROCESION FONDOS MUTUOS' TO GJ-GLOSA
           IF RFR-IMPORTE NOT = 0
              MOVE '1041BANCO' TO GJ-CUENTA-CONTABLE
              MOVE 'D' TO GJ-DEBE-HABER
              MOVE RFR-IMPORTE TO GJ-IMPORTE
              PERFORM 7000-GRABAR-ASIENTO
           END-IF
           IF RFR-DEVENGADO NOT = 0
              MOVE '1683RETFC' TO GJ-CUENTA-CONTABLE
              MOVE 'H' TO GJ-DEBE-HABER
              MOVE RFR-DEVENGADO TO GJ-IMPORTE
              PERFORM 7000-GRABAR-ASIENTO
           END-IF
           COMPUTE WS-DIF-RETROCESION = RFR-IMPORTE - RFR-DEVENGADO
           MOVE 'DIFERENCIA COBRO RETROCESION' TO GJ-GLOSA
           MOVE '7524RETFD' TO GJ-CUENTA-CONTABLE
           IF WS-DIF-RETROCESION > 0
              MOVE 'H' TO GJ-DEBE-HABER
              MOVE WS-DIF-RETROCESION TO GJ-IMPORTE
              PERFORM 7000-GRABAR-ASIENTO
           END-IF
           IF WS-DIF-RETROCESION < 0
              MOVE 'D' TO GJ-DEBE-HABER
              COMPUTE GJ-IMPORTE = 0 - WS-DIF-RETROCESION
              PERFORM 7000-GRABAR-ASIENTO
           END-IF
           .
       6620-ASENTAR-COBRO-RETROC-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       6800-ASENTAR-AJUSTE-CIERRE.
           MOVE 7 TO WS-FUENTE-IDX
           MOVE 'S' TO WS-SW-POST-CIERRE
           MOVE WS-RD-PERIODO(WS-RD-IDX) TO WS-PERIODO-ORIGEN
           MOVE WS-RD-REFERENCIA(WS-RD-IDX) TO GJ-REFERENCIA
           MOVE 'AJUSTE POST-CIERRE EFECTIVO CLIENTE' TO GJ-GLOSA
           MOVE WS-RD-CTAVALOR(WS-RD-IDX) TO WS-CTA-PROCESO
           PERFORM 7100-CUENTA-EFECTIVO
           MOVE WS-RD-IMPORTE(WS-RD-IDX) TO GJ-IMPORTE
           IF WS-RD-ES-ABONO(WS-RD-IDX)
              MOVE '5911AJCIE' TO GJ-CUENTA-CONTABLE
              MOVE 'D' TO GJ-DEBE-HABER
              PERFORM 7000-GRABAR-ASIENTO
              MOVE WS-CUENTA-EFECTIVO TO GJ-CUENTA-CONTABLE
              MOVE 'H' TO GJ-DEBE-HABER
              PERFORM 7000-GRABAR-ASIENTO
           ELSE
              MOVE WS-CUENTA-EFECTIVO TO GJ-CUENTA-CONTABLE
              MOVE 'D' TO GJ-DEBE-HABER
              PERFORM 7000-GRABAR-ASIENTO
              MOVE '5911AJCIE' TO GJ-CUENTA-CONTABLE
              MOVE 'H' TO GJ-DEBE-HABER
              PERFORM 7000-GRABAR-ASIENTO
           END-IF
           MOVE 'N' TO WS-SW-POST-CIERRE
           MOVE 0   TO WS-PERIODO-ORIGEN
           .
       6800-ASENTAR-AJUSTE-CIERRE-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       7000-GRABAR-ASIENTO.
           MOVE WS-FECHA-SISTEMA TO GJ-FECHA-PROCESO
           MOVE WS-CTL-FUENTE(WS-FUENTE-IDX) TO GJ-FUENTE
           MOVE WS-SW-POST-CIERRE TO GJ-IND-POST-CIERRE
           MOVE WS-PERIODO-ORIGEN TO GJ-PERIODO-ORIGEN
           IF WS-POST-CIERRE
              ADD 1 TO WS-TOT-POST-CIERRE
           END-IF
           ADD 1 TO WS-CTL-LINEAS(WS-FUENTE-IDX)
           IF GJ-ES-DEBE
              ADD GJ-IMPORTE TO WS-CTL-DEBE(WS-FUENTE-IDX)
           .
       7000-GRABAR-ASIENTO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
      * CUENTA DE CONTROL DEL EFECTIVO DE WS-CTA-PROCESO: 1041CTAPR  *
      * SI ES DEL LIBRO PROPIO DE LA CASA, 1212CLIEN SI ES DE        *
      * CLIENTE. RECUERDA LA ULTIMA CUENTA CONSULTADA.               *
      *--------------------------------------------------------------*
       7100-CUENTA-EFECTIVO.
           IF WS-CTA-PROCESO NOT = WS-CTA-LIBRO
              MOVE WS-CTA-PROCESO TO WS-CTA-LIBRO
              MOVE WS-CTA-PROCESO TO LIB-CTA-VALOR
              CALL 'LIBCHK' USING LIB-PARAMETROS
              IF LIB-ES-CASA
                 MOVE '1041CTAPR' TO WS-CUENTA-EFECTIVO
              ELSE
                 MOVE '1212CLIEN' TO WS-CUENTA-EFECTIVO
              END-IF
           END-IF
           .
       7100-CUENTA-EFECTIVO-EXIT.
           EXIT.
      *--------------------------------------------------------------*
       8000-VERIFICAR-CUADRE.
           IF WS-CTL-DEBE(WS-FUENTE-IDX)
      *--------------------------------------------------------------*
       9000-FIN.
           CLOSE POLIZA-EXT MOVIMIENTO-EXT PAGO-DIVIDENDO
                 LIQUIDACION-CUST RETENCION-GCND RESUMEN-TERCERO
                 AJUSTE-POST-CIERRE RESUMEN-RETROCESION
                 ASIENTO-MAYOR RECHAZO-MAYOR
           DISPLAY 'RGLJRNL - ASIENTOS POST-CIERRE : '
                   WS-TOT-POST-CIERRE
           IF WS-TOT-RED-DESCARTADOS > 0
              DISPLAY 'RGLJRNL - AJUSTES POST-CIERRE SIN ASENTAR '
                      '(TABLA): ' WS-TOT-RED-DESCARTADOS
              MOVE 'N' TO WS-SW-CUADRE
           END-IF
           IF NOT WS-TODO-CUADRA
              DISPLAY 'RGLJRNL - FUENTES SIN CUADRE, VER GLJREJ'
              IF RETURN-CODE = 0

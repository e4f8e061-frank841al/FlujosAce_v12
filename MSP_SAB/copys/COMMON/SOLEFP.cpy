      *   'A' = ALTA DE SOLICITUD (EL RETIRO VALIDA CONTRA EL SALDO  *
      *         DISPONIBLE DE EFEMAST NETO DE LIQUIDACIONES DE       *
      *         COMPRA PENDIENTES DEL EXTRACTO LIQEXT)               *
      *         Y SOLO HACIA UN CCI REGISTRADO Y VERIFICADO DEL      *
      *         CLIENTE (CTABANC/CTABCHK)                            *
      *   'P' = APROBAR SOLICITUD SOLICITADA                         *
      *   'R' = RECHAZAR SOLICITUD SOLICITADA                        *
      *   'B' = CONFIRMAR ABONO DEL BANCO (CONTABILIZA EFEPOST)      *
      *   'C' = CONSULTA DEL ESTADO DE LA SOLICITUD                  *
      *   'L' = LIBERAR RETIRO RETENIDO POR CAMBIO DE CONTACTO       *
      *         (SUPERVISOR CON PERFIL CSOLLIBR, DISTINTO DEL QUE LO *
      *         INGRESO)                                             *
      *   'K' = VISTO BUENO DE CUMPLIMIENTO AL RETIRO PEND-CUMPL DE  *
      *         UNA CUENTA DE RIESGO AML ALTO (PERFIL CSOLCUMP,      *
      *         DISTINTO DEL QUE LO INGRESO)                         *
      * FORMATO : SOLEFP                                             *
      *--------------------------------------------------------------*
       01 SOL-PARAMETROS.
             88 SOL-FN-RECHAZAR                    VALUE 'R'.
             88 SOL-FN-CONFIRMAR-ABONO             VALUE 'B'.
             88 SOL-FN-CONSULTA                    VALUE 'C'.
             88 SOL-FN-LIBERAR                     VALUE 'L'.
             88 SOL-FN-VISTO-CUMPLIMIENTO          VALUE 'K'.
          05 SOL-CTA-VALOR               PIC  X(20).
          05 SOL-SOLICITUD               PIC  9(09).
          05 SOL-TIPO                    PIC  X(01).
          05 SOL-MONEDA                  PIC  X(03).
          05 SOL-IMPORTE                 PIC S9(12)V9(02).
          05 SOL-BANCO-DESTINO           PIC  X(11).
      *   CCI DE DESTINO DEL RETIRO.
          05 SOL-CTA-BANCARIA            PIC  X(20).
          05 SOL-FECHA                   PIC  X(10).
          05 SOL-HORA                    PIC  X(08).
      *   FIRMA DEL APODERADO QUE INSTRUYE EL RETIRO; EN BLANCO
      *   INSTRUYE EL PROPIO TITULAR Y NO APLICA LA GUARDA MANDCHK.
          05 SOL-FIRMA                   PIC  X(07).
      *   CANAL DEL USUARIO, PARA EL PERFIL DE LIBERACION O DE
      *   VISTO BUENO DE CUMPLIMIENTO.
          05 SOL-CANAL                   PIC  X(01).
          05 SOL-ESTADO-RESULTANTE       PIC  X(10).
          05 SOL-SALDO-RETIRABLE         PIC S9(15)V9(02).
          05 SOL-COD-RETORNO             PIC  X(02).

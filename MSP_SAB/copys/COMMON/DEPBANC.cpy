      *--------------------------------------------------------------*
      * ABONOS DEL EXTRACTO BANCARIO (BNKSTMT) YA TRATADOS POR LA    *
      * IDENTIFICACION AUTOMATICA DE DEPOSITOS (RDEPIDEN): UNO POR   *
      * LINEA DE ABONO, CON LA CUENTA-VALOR Y LA SOLICITUD DE        *
      * EFECTIVO (SOLEFE) QUE LO ACREDITO. EL ABONO QUE NO SE PUDO   *
      * IDENTIFICAR QUEDA EN SUSPENSO (FONDOS NO IDENTIFICADOS) CON  *
      * SU MOTIVO, ENVEJECE EN EL REPORTE DIARIO Y OPERACIONES LO    *
      * ASIGNA EN LINEA (CDEPASIG). LA CLAVE EVITA QUE UN EXTRACTO   *
      * REPROCESADO ACREDITE DOS VECES.                              *
      * CLAVE : DB-CLAVE (DB-FECHA + DB-NUM-OPERACION)                *
      * FORMATO : DEPBANC                                             *
      *--------------------------------------------------------------*
       01 DB-REGISTRO-DEPOSITO.
          05 DB-CLAVE.
             10 DB-FECHA                 PIC  9(08).
             10 DB-NUM-OPERACION         PIC  X(12).
          05 DB-REFERENCIA               PIC  X(20).
          05 DB-TIPO-DOC-ORDENANTE       PIC  X(01).
          05 DB-NUME-DOC-ORDENANTE       PIC  X(20).
          05 DB-NOMBRE-ORDENANTE         PIC  X(40).
          05 DB-MONEDA                   PIC  X(03).
          05 DB-IMPORTE                  PIC S9(15)V9(02).
          05 DB-ESTADO                   PIC  X(01).
             88 DB-IDENTIFICADO                    VALUE 'I'.
             88 DB-EN-SUSPENSO                     VALUE 'S'.
             88 DB-ASIGNADO-MANUAL                 VALUE 'M'.
          05 DB-MOTIVO                   PIC  X(30).
          05 DB-CTAVALOR                 PIC  X(20).
          05 DB-SOLICITUD                PIC  9(09).
          05 DB-FEC-ASIGNACION           PIC  9(08).
          05 DB-USU-ASIGNACION           PIC  X(07).

      *--------------------------------------------------------------*
      * NEMONICOS AFECTADOS POR UNA BAJA DE CLASIFICACION O POR UN   *
      * CAMBIO EN SU CLASE DERIVADA (NIVEL DE RIESGO / ELEGIBILIDAD  *
      * AFP) EN LA CARGA DEL DIA. LO ESCRIBE RRATGLOD Y LO LEE EL    *
      * REPORTE DE IMPACTO RRATGIMP.                                 *
      * FORMATO : RATGCHG                                             *
      *--------------------------------------------------------------*
       01 RG-REGISTRO-CAMBIO.
          05 RG-NEMONICO                 PIC  X(10).
          05 RG-TIPO-SUJETO              PIC  X(01).
          05 RG-SUJETO                   PIC  X(10).
          05 RG-AGENCIA                  PIC  X(04).
          05 RG-FEC-VIGENCIA             PIC  9(08).
          05 RG-CALIF-ANTERIOR           PIC  X(06).
          05 RG-CALIFICACION             PIC  X(06).
          05 RG-IND-CAMBIO               PIC  X(01).
          05 RG-TIPO-RENTA               PIC  X(01).
          05 RG-NIVEL-ANTERIOR           PIC  X(01).
          05 RG-NIVEL-NUEVO              PIC  X(01).
          05 RG-ELEGIBLE-ANTERIOR        PIC  X(01).
          05 RG-ELEGIBLE-NUEVO           PIC  X(01).

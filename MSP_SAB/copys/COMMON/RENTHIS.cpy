      *--------------------------------------------------------------*
      * RENTABILIDAD MENSUAL POR CUENTA-VALOR (RRENTCLI), EN SOLES:  *
      * INGRESOS POR COMISIONES FACTURADAS (FACTCLI), CUSTODIA       *
      * (FEEDET), MARGEN DE LA LINEA DE CREDITO SOBRE EL COSTO DE    *
      * FONDEO (MRGACRG), COMISION DE PRESTAMO DE VALORES (PRSACRG), *
      * SPREAD CAMBIARIO (FXDEAL) Y DISTRIBUCION DEL FONDO DE        *
      * BARRIDO (SWEPMAST); COSTOS POR INTERESES PAGADOS SOBRE       *
      * EFECTIVO (INTACRG) Y CARGOS DE TERCEROS ABSORBIDOS (TERDIF). *
      * CONSERVA EL ASESOR, EL SEGMENTO Y EL PATRIMONIO PROMEDIO DEL *
      * MES PARA LA VARIACION CONTRA EL MES ANTERIOR.                *
      * CLAVE : RH-CLAVE (RH-CTAVALOR + RH-PERIODO)                   *
      * FORMATO : RENTHIS                                             *
      *--------------------------------------------------------------*
       01 RH-REGISTRO-RENTABILIDAD.
          05 RH-CLAVE.
             10 RH-CTAVALOR              PIC  X(20).
             10 RH-PERIODO               PIC  9(06).
          05 RH-COMISION                 PIC S9(12)V9(02).
          05 RH-CUSTODIA                 PIC S9(12)V9(02).
          05 RH-MARGEN-CREDITO           PIC S9(12)V9(02).
          05 RH-PRESTAMO-VALORES         PIC S9(12)V9(02).
          05 RH-SPREAD-CAMBIO            PIC S9(12)V9(02).
          05 RH-DISTRIBUCION-FONDO       PIC S9(12)V9(02).
          05 RH-INTERES-PAGADO           PIC S9(12)V9(02).
          05 RH-TERCEROS-ABSORBIDO       PIC S9(12)V9(02).
          05 RH-RESULTADO-NETO           PIC S9(12)V9(02).
          05 RH-ACTIVO-PROMEDIO          PIC S9(15)V9(02).
          05 RH-ASESOR                   PIC  X(07).
          05 RH-SEGMENTO                 PIC  X(01).
             88 RH-SEG-INSTITUCIONAL               VALUE 'I'.
             88 RH-SEG-PRIVADO                     VALUE 'P'.
             88 RH-SEG-PREFERENTE                  VALUE 'F'.
             88 RH-SEG-MASIVO                      VALUE 'M'.
          05 RH-FECHA-PROCESO            PIC  9(08).
          05 FILLER                      PIC  X(20).

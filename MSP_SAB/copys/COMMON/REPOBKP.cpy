      * PACTADO Y LA PUNTA PLAZO SE GENERA AUTOMATICAMENTE AL PRECIO *
      * IMPLICITO POR LA TEM DE LA CURVA TASAREF (MISMA RESOLUCION   *
      * QUE EL SIMULADOR RSIMOPEREP VIA TEMCHK).                     *
      * LA CUENTA DEBE TENER VIGENTE EL CONVENIO MARCO DE REPORTE    *
      * (CONVCHK); SI NO, DEVUELVE '27'.                             *
      * LA CONTRAPARTE (CTPMAST) ES OBLIGATORIA: SI NO ESTA          *
      * REGISTRADA O ESTA SUSPENDIDA DEVUELVE '28'; SI LA PUNTA      *
      * PLAZO A PRECIO DE MERCADO EXCEDE SU LIMITE DE REPORTE O EL   *
      * TOTAL (CTPCHK), DEVUELVE '29'.                               *
      * FORMATO : REPOBKP                                             *
      *--------------------------------------------------------------*
       01 RPB-PARAMETROS.
          05 RPB-DIA-PLAZO               PIC S9(03).
          05 RPB-TIPO-INSTRU             PIC  X(02).
          05 RPB-USUARIO                 PIC  X(07).
          05 RPB-CONTRAPARTE             PIC  X(20).
          05 RPB-ORDEN-CONTADO           PIC  9(09).
          05 RPB-ORDEN-PLAZO             PIC  9(09).
          05 RPB-PRECIO-PLAZO            PIC S9(08)V9(04).
          05 RPB-COD-RETORNO             PIC  X(02).
             88 RPB-REPO-REGISTRADO               VALUE '00'.
             88 RPB-SIN-TEM-CURVA                 VALUE '25'.
             88 RPB-SIN-CONVENIO                  VALUE '27'.
             88 RPB-CONTRAPARTE-NO-HABIL          VALUE '28'.
             88 RPB-EXCEDE-LIMITE-CONTRAP         VALUE '29'.

      *--------------------------------------------------------------*
      * HISTORICO FECHADO DE CLASIFICACIONES DE RIESGO POR NEMONICO  *
      * O EMISOR Y CLASIFICADORA (CALIFICACION Y PERSPECTIVA), CON   *
      * LA CALIFICACION ANTERIOR DE LA MISMA CLASIFICADORA Y EL      *
      * SENTIDO DEL CAMBIO. LO ALIMENTA RRATGLOD DESDE RATGPUB.      *
      * CLAVE : RH-CLAVE (TIPO + SUJETO + AGENCIA + FECHA VIGENCIA)   *
      * FORMATO : RATGHIST                                            *
      *--------------------------------------------------------------*
       01 RH-REGISTRO-CALIFICACION.
          05 RH-CLAVE.
             10 RH-TIPO-SUJETO           PIC  X(01).
                88 RH-SUJETO-NEMONICO              VALUE 'N'.
                88 RH-SUJETO-EMISOR                VALUE 'E'.
             10 RH-SUJETO                PIC  X(10).
             10 RH-AGENCIA               PIC  X(04).
             10 RH-FEC-VIGENCIA          PIC  9(08).
          05 RH-CALIFICACION             PIC  X(06).
          05 RH-PERSPECTIVA              PIC  X(01).
             88 RH-PERSP-POSITIVA                  VALUE 'P'.
             88 RH-PERSP-ESTABLE                   VALUE 'E'.
             88 RH-PERSP-NEGATIVA                  VALUE 'N'.
             88 RH-PERSP-EN-DESARROLLO             VALUE 'D'.
          05 RH-CALIF-ANTERIOR           PIC  X(06).
          05 RH-PERSP-ANTERIOR           PIC  X(01).
          05 RH-IND-CAMBIO               PIC  X(01).
             88 RH-ES-NUEVA                        VALUE 'N'.
             88 RH-ES-ALZA                         VALUE 'S'.
             88 RH-ES-BAJA                         VALUE 'B'.
             88 RH-ES-CAMBIO-PERSPECTIVA           VALUE 'P'.
             88 RH-ES-RATIFICACION                 VALUE 'R'.
          05 RH-FEC-CARGA                PIC  9(08).

      *--------------------------------------------------------------*
      * REGISTRO DE OPERACIONES EN EFECTIVO PARA LA UIF-PERU,        *
      * GENERADO POR RUIFREG DESDE LOS DEPOSITOS Y RETIROS ABONADOS  *
      * DE SOLEFE. UN REGISTRO POR OPERACION: LA QUE SUPERA SOLA EL  *
      * UMBRAL UIF-UMB-OPE (IND. UMBRAL 'U') O LA DE UN CLIENTE      *
      * CUYAS OPERACIONES DEL MES SUMAN AL MENOS UIF-UMB-MES (IND.   *
      * 'M'), AMBOS EN DOLARES AL TIPO DE CAMBIO DE FXRATE. EL ENVIO *
      * ORIGINAL ('O') LLEVA TODAS LAS OPERACIONES DEL PERIODO CON   *
      * ACCION 'A'; UNA RECTIFICATORIA ('R') DEL MISMO PERIODO SOLO  *
      * LLEVA LAS DIFERENCIAS CONTRA LO YA REPORTADO (UIFHIST): ALTA *
      * 'A', MODIFICACION 'M' O ELIMINACION 'E'. EL ARCHIVO VA ENTRE *
      * CABECERA Y PIE DE CONTROL HDRTRL (HASH = SUMA DE IMPORTES EN *
      * DOLARES).                                                    *
      * FORMATO : UIFREG                                              *
      *--------------------------------------------------------------*
       01 UF-REGISTRO-OPERACION.
          05 UF-TIPO-REGISTRO            PIC  X(03).
             88 UF-ES-DETALLE                      VALUE 'DET'.
          05 UF-PERIODO                  PIC  9(06).
          05 UF-TIPO-ENVIO               PIC  X(01).
             88 UF-ENVIO-ORIGINAL                  VALUE 'O'.
             88 UF-ENVIO-RECTIFICATORIA            VALUE 'R'.
          05 UF-NUM-ENVIO                PIC  9(03).
          05 UF-ACCION                   PIC  X(01).
             88 UF-ACCION-ALTA                     VALUE 'A'.
             88 UF-ACCION-MODIFICACION             VALUE 'M'.
             88 UF-ACCION-ELIMINACION              VALUE 'E'.
          05 UF-NUM-OPERACION.
             10 UF-CTAVALOR              PIC  X(20).
             10 UF-SOLICITUD             PIC  9(09).
          05 UF-FEC-OPERACION            PIC  X(10).
          05 UF-TIPO-OPERACION           PIC  X(01).
             88 UF-OPE-DEPOSITO                    VALUE 'D'.
             88 UF-OPE-RETIRO                      VALUE 'R'.
          05 UF-MONEDA                   PIC  X(03).
          05 UF-IMPORTE                  PIC S9(12)V9(02).
          05 UF-TIPO-CAMBIO              PIC  9(08)V9(04).
          05 UF-IMPORTE-USD              PIC S9(12)V9(02).
          05 UF-IND-UMBRAL               PIC  X(01).
             88 UF-UMBRAL-OPERACION                VALUE 'U'.
             88 UF-UMBRAL-MENSUAL                  VALUE 'M'.
          05 UF-TIPO-DOC                 PIC  X(01).
          05 UF-NUME-DOC                 PIC  X(20).
          05 UF-NOMBRE                   PIC  X(80).
          05 FILLER                      PIC  X(20).

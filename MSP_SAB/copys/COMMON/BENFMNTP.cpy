      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA AL MANTENIMIENTO DEL REGISTRO DE       *
      * BENEFICIARIOS FINALES (CBENFMNT/BENFINAL).                   *
      * FUNCIONES:                                                   *
      *   'A' = ALTA DEL BENEFICIARIO DE LA EMPRESA                  *
      *   'M' = MODIFICACION DE SUS DATOS, PORCENTAJE, TIPO DE       *
      *         CONTROL O VIGENCIA                                   *
      *   'B' = BAJA (CIERRA LA VIGENCIA A LA FECHA FIN INFORMADA    *
      *         O A HOY)                                             *
      *   'C' = CONSULTA                                             *
      * TIPO DE CONTROL: 'D' PROPIEDAD DIRECTA, 'I' PROPIEDAD        *
      * INDIRECTA, 'C' CONTROL POR OTROS MEDIOS, 'G' ALTA GERENCIA   *
      * (CUANDO NADIE CALIFICA POR PROPIEDAD NI CONTROL).            *
      * BOP-PORC-TOTAL DEVUELVE LA SUMA DE PORCENTAJES VIGENTES DE   *
      * LA EMPRESA.                                                  *
      * FORMATO : BENFMNTP                                           *
      *--------------------------------------------------------------*
       01 BOP-PARAMETROS.
          05 BOP-FUNCION                 PIC  X(01).
             88 BOP-FN-ALTA                        VALUE 'A'.
             88 BOP-FN-MODIFICAR                   VALUE 'M'.
             88 BOP-FN-BAJA                        VALUE 'B'.
             88 BOP-FN-CONSULTA                    VALUE 'C'.
          05 BOP-RUC-EMPRESA             PIC  X(20).
          05 BOP-TIPO-DOC                PIC  X(01).
          05 BOP-NUME-DOC                PIC  X(20).
          05 BOP-NOMBRE                  PIC  X(80).
          05 BOP-NACIONALIDAD            PIC  X(02).
          05 BOP-PAIS-RESIDENCIA         PIC  X(02).
          05 BOP-FEC-NACIMIENTO          PIC  9(08).
          05 BOP-PORCENTAJE              PIC  9(03)V9(02).
          05 BOP-TIPO-CONTROL            PIC  X(01).
          05 BOP-FEC-INICIO              PIC  9(08).
          05 BOP-FEC-FIN                 PIC  9(08).
          05 BOP-USU-OPERADOR            PIC  X(07).
          05 BOP-CANAL                   PIC  X(01).
          05 BOP-TERMINAL                PIC  X(08).
          05 BOP-PORC-TOTAL              PIC  9(03)V9(02).
          05 BOP-ESTADO-RESULTANTE       PIC  X(01).
          05 BOP-COD-RETORNO             PIC  X(02).
          05 BOP-COD-ERROR-DEV           PIC  X(07).

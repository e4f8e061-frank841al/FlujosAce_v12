      * POR AJUSTE CON OPERADOR, APROBADOR, CAMPO Y VALORES ANTES/   *
      * DESPUES. AUDITORIA INTERNA LA EXTRAE POR FECHA Y USUARIO; ES *
      * LA TRAZA QUE EL PARCHE DIRECTO CON UTILITARIO NUNCA DEJABA.  *
      * LLEVA LA FECHA VALOR DIGITADA Y LA MARCA DEL AJUSTE APLICADO *
      * DESPUES DEL CIERRE DE SU PERIODO CONTABLE (REDATADO POR      *
      * PERCHK).                                                     *
      * FORMATO : AJUSJRNL                                            *
      *--------------------------------------------------------------*
       01 AU-REGISTRO-BITACORA.
          05 AU-MOTIVO                   PIC  X(02).
          05 AU-USU-INGRESO              PIC  X(07).
          05 AU-USU-APROBADOR            PIC  X(07).
          05 AU-FECHA-VALOR              PIC  9(08).
          05 AU-IND-POST-CIERRE          PIC  X(01).
             88 AU-AJUSTE-POST-CIERRE              VALUE 'S'.

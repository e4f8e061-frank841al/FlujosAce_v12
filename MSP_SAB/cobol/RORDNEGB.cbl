      *                    9: EL SUFIJO DE UN CARACTER EN EL NOMBRE  *
      *                    DE BCHCTL COLISIONARIA A PARTIR DEL CICLO *
      *                    10 CON EL REGISTRO DE OTRO CICLO.         *
      * 14/09/2026 JQ      ALTA. EL USUARIO DEL HITO VA EN BLANCO    *
      *                    (ETAPA BATCH).                            *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * LEE EL EXTRACTO SECUENCIAL DE OPERACIONES NEGOCIADAS DEL DIA *
           MOVE SPACES       TO OTW-CTAVALOR
           MOVE 'T'          TO OTW-ETAPA
           MOVE 'RORDNEGB'   TO OTW-PROGRAMA
           MOVE SPACES       TO OTW-USUARIO
           CALL 'ORDTRCW' USING OTW-PARAMETROS
           .
       2120-REGISTRAR-HITO-EXIT.

      *   'A' = SUMAR DH-DIAS-PEDIDOS DIAS HABILES A DH-FECHA-BASE   *
      *   'E' = DIAS HABILES ENTRE DH-FECHA-BASE (EXCLUIDA) Y        *
      *         DH-FECHA-HASTA (INCLUIDA)                            *
      * USADO POR : CORDVENC, CLIQVENC, CCUPNCAL, RLIQPROY, RENDCNV  *
      * FORMATO : DIAHABP                                            *
      *--------------------------------------------------------------*
       01 DH-PARAMETROS.

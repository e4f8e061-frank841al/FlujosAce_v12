      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA AL MANTENIMIENTO DE CASOS DE           *
      * VIGILANCIA DE MERCADO (CSURVMNT).                            *
      * FUNCIONES:                                                   *
      *   'R' = TOMAR EN REVISION UN CASO NUEVO                      *
      *   'C' = CERRAR EL CASO CON DISPOSICION Y COMENTARIO          *
      *         (F FALSO POSITIVO, J JUSTIFICADO, M MEDIDA INTERNA,  *
      *          S REPORTADO A LA SMV)                               *
      * AMBAS EXIGEN PERFIL EN USUAUT PARA CSURVMNT.                 *
      * FORMATO : SURVMNTP                                            *
      *--------------------------------------------------------------*
       01 VGM-PARAMETROS.
          05 VGM-FUNCION                 PIC  X(01).
             88 VGM-ES-REVISION                    VALUE 'R'.
             88 VGM-ES-CIERRE                      VALUE 'C'.
          05 VGM-CASO                    PIC  9(09).
          05 VGM-DISPOSICION             PIC  X(01).
          05 VGM-COMENTARIO              PIC  X(60).
          05 VGM-USUARIO                 PIC  X(07).
          05 VGM-CANAL                   PIC  X(01).
          05 VGM-COD-RETORNO             PIC  X(02).
          05 VGM-COD-ERROR-DEV           PIC  X(06).

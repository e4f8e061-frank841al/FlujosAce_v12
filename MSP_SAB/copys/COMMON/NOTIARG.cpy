      *--------------------------------------------------------------*
      * ARGUMENTO DE PREFERENCIAS QUE EL LLAMADOR DE RVALUSU DEJA EN *
      * E500-ARG-BUSQUEDA: DOCUMENTO DEL CLIENTE DESTINATARIO Y TIPO *
      * DE NOTIFICACION. CON DOCUMENTO Y TIPO INFORMADOS RVALUSU     *
      * APLICA NOTIPREF (NOTPCHK): NO DESPACHA UN TIPO EXCLUIDO POR  *
      * EL CLIENTE, SALVO LOS REGULATORIOS, Y LLEVA EL AVISO AL      *
      * CANAL PREFERIDO, SALVO LOS QUE ADJUNTAN UN DOCUMENTO, QUE    *
      * SIGUEN POR CORREO. EN BLANCO (AVISOS INTERNOS Y LLAMADORES   *
      * SIN CLIENTE) EL DESPACHO ES EL SOLICITADO. CATALOGO DE       *
      * TIPOS: EJE CONFIRMACION DE EJECUCION (CEJECNOT); CND         *
      * ACTIVACION DE ORDEN CONDICIONADA (CONDTRG); EST ESTADO DE    *
      * CUENTA Y ESTADO ANUAL DE COSTOS (RSTMTDLV); JUN CONVOCATORIA *
      * A JUNTA (RJUNNOT); MRG LLAMADO DE MARGEN (RGARCALL); OTC     *
      * RECORDATORIO EXTRABURSATIL AL OPERADOR (COTCAGE).            *
      * FORMATO : NOTIARG                                             *
      *--------------------------------------------------------------*
       01 NA-ARGUMENTO-PREFERENCIA.
          05 NA-TIPO-DOC                 PIC  X(01).
          05 NA-NUME-DOC                 PIC  X(20).
          05 NA-TIPO-NOTIF               PIC  X(03).
             88 NA-TIPO-CLIENTE                    VALUE 'EJE' 'EST'
                                                         'JUN' 'MRG'
                                                         'CND'.
             88 NA-TIPO-REGULATORIO                VALUE 'EST' 'JUN'
                                                         'MRG'.
             88 NA-TIPO-DOCUMENTO                  VALUE 'EST'.
             88 NA-TIPO-INTERNO                    VALUE 'OTC'.
          05 FILLER                      PIC  X(26).

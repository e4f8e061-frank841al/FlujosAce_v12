      *--------------------------------------------------------------*
      * REGISTRO DE PREFERENCIAS DE COMUNICACION DEL CLIENTE, UNO    *
      * POR DOCUMENTO DE IDENTIDAD. LO MANTIENE CNOTPMNT Y LO        *
      * CONSULTA NOTPCHK. NP-CANAL ES EL CANAL PREFERIDO PARA LOS    *
      * AVISOS ('E' CORREO, 'S' SMS AL NP-TELEFONO-SMS); NP-IDIOMA   *
      * EL IDIOMA ('ES' ESPANOL, 'EN' INGLES). NP-TIPO-EXCLUIDO      *
      * LISTA LOS TIPOS DE NOTIFICACION (CATALOGO EN NOTIARG) QUE EL *
      * CLIENTE NO DESEA RECIBIR; LOS REGULATORIOS NO SE EXCLUYEN.   *
      * EL CLIENTE SIN REGISTRO RECIBE TODO POR CORREO EN ESPANOL.   *
      * CADA CAMBIO DEJA LA LINEA DE CONSENTIMIENTO EN NOTPHIST.     *
      * CLAVE : NP-CLAVE (NP-TIPO-DOC + NP-NUME-DOC)                  *
      * FORMATO : NOTIPREF                                            *
      *--------------------------------------------------------------*
       01 NP-REGISTRO-PREFERENCIA.
          05 NP-CLAVE.
             10 NP-TIPO-DOC              PIC  X(01).
             10 NP-NUME-DOC              PIC  X(20).
          05 NP-CANAL                    PIC  X(01).
             88 NP-CANAL-CORREO                    VALUE 'E'.
             88 NP-CANAL-SMS                       VALUE 'S'.
          05 NP-TELEFONO-SMS             PIC  X(20).
          05 NP-IDIOMA                   PIC  X(02).
             88 NP-IDIOMA-ESPANOL                  VALUE 'ES'.
             88 NP-IDIOMA-INGLES                   VALUE 'EN'.
          05 NP-NRO-EXCLUSIONES          PIC  9(02).
          05 NP-EXCLUSIONES.
             10 NP-TIPO-EXCLUIDO         PIC  X(03) OCCURS 10 TIMES.
          05 NP-FEC-CONSENTIMIENTO       PIC  9(08).
          05 NP-REF-CONSENTIMIENTO       PIC  X(20).
          05 NP-USU-ULT-CAMBIO           PIC  X(07).
          05 NP-FEC-ULT-CAMBIO           PIC  9(08).

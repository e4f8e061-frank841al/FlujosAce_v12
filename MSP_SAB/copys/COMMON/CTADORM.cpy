      *--------------------------------------------------------------*
      * REGISTRO DE CUENTAS-VALOR INACTIVAS (DORMIDAS). LO ACTIVA EL *
      * BARRIDO MENSUAL RCTADORM CUANDO LA CUENTA PASA CTA-MESESINA  *
      * MESES SIN ACTIVIDAD INICIADA POR EL CLIENTE (ORDENES,        *
      * SOLICITUDES DE EFECTIVO, MOVIMIENTOS DE CUSTODIA, EVALUACION *
      * DEL PERFIL DE RIESGO) Y LO REACTIVA CDORMMNT UNA VEZ         *
      * REVERIFICADA LA IDENTIDAD DEL TITULAR. MIENTRAS ESTE DORMIDA *
      * LA GUARDA DORMCHK IMPIDE LOS RETIROS DE EFECTIVO (CSOLEFE) Y *
      * EL CAMBIO DE DATOS DE CONTACTO (CCLICMNT); LA ACTIVIDAD      *
      * POSTERIOR NO LA REACTIVA SOLA.                               *
      * CLAVE : DM-CTAVALOR                                           *
      * FORMATO : CTADORM                                             *
      *--------------------------------------------------------------*
       01 DM-REGISTRO-DORMIDA.
          05 DM-CTAVALOR                 PIC  X(20).
          05 DM-ESTADO                   PIC  X(01).
             88 DM-DORMIDA                         VALUE 'D'.
             88 DM-REACTIVADA                      VALUE 'R'.
          05 DM-FEC-ULT-ACTIVIDAD        PIC  9(08).
          05 DM-FEC-DORMANCIA            PIC  9(08).
          05 DM-FEC-AVISO                PIC  9(08).
          05 DM-FEC-REACTIVACION         PIC  9(08).
          05 DM-USU-REACTIVA             PIC  X(07).
          05 DM-TIPO-VERIFICACION        PIC  X(01).
             88 DM-VERIF-PRESENCIAL                VALUE 'P'.
             88 DM-VERIF-VIDEOLLAMADA              VALUE 'V'.
          05 DM-REF-VERIFICACION         PIC  X(20).

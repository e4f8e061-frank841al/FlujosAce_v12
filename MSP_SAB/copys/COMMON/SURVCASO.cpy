      *--------------------------------------------------------------*
      * CASOS DE VIGILANCIA DE MERCADO (ABUSO DE MERCADO), SEPARADOS *
      * DE LOS CASOS AML DE AMLALERT: ADELANTAMIENTO DE LA CASA A    *
      * UNA ORDEN GRANDE DE CLIENTE ('F') Y OPERACIONES DE WASH      *
      * TRADE ('W') DE UNA CUENTA O DE CUENTAS DEL MISMO GRUPO. LOS  *
      * ABRE RSURVEIL, NACEN NUEVOS, Y EL OFICIAL DE CUMPLIMIENTO    *
      * LOS TOMA EN REVISION Y LOS CIERRA CON UNA DISPOSICION POR    *
      * CSURVMNT.                                                    *
      * CLAVE : VG-CASO                                               *
      * FORMATO : SURVCASO                                            *
      *--------------------------------------------------------------*
       01 VG-REGISTRO-CASO.
          05 VG-CASO                     PIC  9(09).
          05 VG-FECHA-ALERTA             PIC  9(08).
          05 VG-TIPO-CASO                PIC  X(01).
             88 VG-CASO-ADELANTAMIENTO             VALUE 'F'.
             88 VG-CASO-WASH-TRADE                 VALUE 'W'.
          05 VG-CTAVALOR                 PIC  X(20).
          05 VG-ORDEN                    PIC  9(09).
          05 VG-CTAVALOR-REL             PIC  X(20).
          05 VG-ORDEN-REL                PIC  9(09).
          05 VG-NEMONICO                 PIC  X(10).
          05 VG-DETALLE                  PIC  X(60).
          05 VG-ESTADO                   PIC  X(01).
             88 VG-NUEVO                           VALUE 'N'.
             88 VG-EN-REVISION                     VALUE 'R'.
             88 VG-CERRADO                         VALUE 'C'.
          05 VG-DISPOSICION              PIC  X(01).
             88 VG-SIN-DISPOSICION                 VALUE SPACE.
             88 VG-FALSO-POSITIVO                  VALUE 'F'.
             88 VG-JUSTIFICADO                     VALUE 'J'.
             88 VG-MEDIDA-INTERNA                  VALUE 'M'.
             88 VG-REPORTADO-SMV                   VALUE 'S'.
          05 VG-COMENTARIO               PIC  X(60).
          05 VG-USU-REVISION             PIC  X(07).
          05 VG-FEC-REVISION             PIC  9(08).
          05 VG-USU-CIERRE               PIC  X(07).
          05 VG-FEC-CIERRE               PIC  9(08).

          05 EC-SEVERIDAD                PIC  X(01).
             88 EC-ES-RECHAZO                     VALUE 'R'.
             88 EC-ES-ADVERTENCIA                 VALUE 'W'.
      *   RECHAZO DE GUARDA BLANDA QUE UN SUPERVISOR CON PERFIL EN
      *   USUAUT PARA CORDOVRD PUEDE EXCEPTUAR AL INGRESO DE LA
      *   ORDEN (OVRCHK). LAS GUARDAS DURAS (LEGCHK, CIERCHK,
      *   SUSPCHK) NUNCA SE EXCEPTUAN, AUNQUE SE MARQUEN AQUI.
          05 EC-IND-EXCEPTUABLE          PIC  X(01).
             88 EC-ES-EXCEPTUABLE                 VALUE 'S'.

      *                    RPOSRBLD (RECONSTRUCCION DESDE CERO) LO   *
      *                    REPRODUCEN COMPLETO Y PERDERIAN LAS       *
      *                    COMPRAS ANTERIORES AL HORIZONTE.          *
      * 12/10/2026 JQ      LA TRAZA NOTILOG CRECE A 117 POSICIONES   *
      *                    (TIPO DE NOTIFICACION, DOCUMENTO E IDIOMA *
      *                    DEL CLIENTE); SE AMPLIAN SUS COPIAS EN    *
      *                    LINEA Y DE ARCHIVO.                       *
      * 15/10/2026 JQ      CORRECCION. LAS COPIAS EN LINEA Y DE      *
      *                    ARCHIVO DE ERRLOG (141, CON EL USUARIO),  *
      *                    REDEXAUD (88, CON EL IMPORTE) Y UTILSNAP  *
      *                    (147, CON EL FACTOR VAC) SE AMPLIAN AL    *
      *                    LARGO DE SU REGISTRO.                     *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * PROCESA EN UNA CORRIDA QUOTEHST (EL QUE YA FRENA CADA        *
       COPY ERRLOG.
       FD  TRAZA-ERRORES-NVA
           RECORDING MODE IS F.
       01  TRAZA-ERRORES-NVA-REC       PIC X(141).
       FD  TRAZA-ERRORES-ARC
           RECORDING MODE IS F.
       01  TRAZA-ERRORES-ARC-REC       PIC X(141).
       FD  TRAZA-NOTIF
           RECORDING MODE IS F.
       COPY NOTILOG.
       FD  TRAZA-NOTIF-NVA
           RECORDING MODE IS F.
       01  TRAZA-NOTIF-NVA-REC         PIC X(117).
       FD  TRAZA-NOTIF-ARC
           RECORDING MODE IS F.
       01  TRAZA-NOTIF-ARC-REC         PIC X(117).
       FD  AUDIT-REDEX
           RECORDING MODE IS F.
       COPY REDEXAUD.
       FD  AUDIT-REDEX-NVA
           RECORDING MODE IS F.
       01  AUDIT-REDEX-NVA-REC         PIC X(88).
       FD  AUDIT-REDEX-ARC
           RECORDING MODE IS F.
       01  AUDIT-REDEX-ARC-REC         PIC X(88).
       FD  SNAPSHOT-UTILIDAD
           RECORDING MODE IS F.
       COPY UTILSNAP.
       FD  SNAPSHOT-UTIL-NVA
           RECORDING MODE IS F.
       01  SNAPSHOT-UTIL-NVA-REC       PIC X(147).
       FD  SNAPSHOT-UTIL-ARC
           RECORDING MODE IS F.
       01  SNAPSHOT-UTIL-ARC-REC       PIC X(147).
       WORKING-STORAGE SECTION.
       77  WS-EOF-ARCHIVO              PIC X(01) VALUE 'N'.
           88 WS-FIN-ARCHIVO                     VALUE 'S'.

          05 E508-TIP-COMISION           PIC  X(01).
          05 E508-IMP-COMISION           PIC  X(18).
          05 E508-IND-PORTAF             PIC  X(01).
      *   ORDEN CONDICIONADA (STOP-LOSS / TAKE-PROFIT): QUEDA
      *   LATENTE HASTA QUE QM-PRECIO CRUZA EL PRECIO DE ACTIVACION
      *   EN EL SENTIDO INDICADO ('B' = A LA BAJA, PRECIO MENOR O
      *   IGUAL; 'A' = AL ALZA, PRECIO MAYOR O IGUAL).
          05 E508-IND-CONDICION          PIC  X(01).
          05 E508-PRECIO-ACTIVACION      PIC S9(08)V9(04).
          05 E508-SENTIDO-ACTIVACION     PIC  X(01).
      *   EXCEPCION SUPERVISADA DE UN RECHAZO DE GUARDA BLANDA
      *   (OVRCHK): USUARIO SUPERVISOR DISTINTO DEL QUE INGRESA, SU
      *   CANAL, MOTIVO CODIFICADO (ILQ/CIF/INS/LIM/OTR) Y COMENTARIO.
      *   EN BLANCO, LA ORDEN SE VALIDA SIN EXCEPCION.
          05 E508-USU-EXCEPCION          PIC  X(07).
          05 E508-CANAL-EXCEPCION        PIC  X(01).
          05 E508-MOTIVO-EXCEPCION       PIC  X(03).
          05 E508-COMEN-EXCEPCION        PIC  X(40).
      *   CUENTA MANCOMUNADA CON REGLA DE FIRMA CONJUNTA (COTITUL):
      *   CODIGOS DE FIRMA DE LOS TITULARES QUE SUSCRIBEN LA ORDEN;
      *   DEBEN ESTAR TODOS. EN BLANCO SI LA CUENTA ES INDIVIDUAL O
      *   INDISTINTA, O SI INSTRUYE UN APODERADO (E508-FIRMA).
          05 E508-FIRMA-TITULAR          PIC  X(07) OCCURS 10 TIMES.


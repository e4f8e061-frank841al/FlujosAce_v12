      *--------------------------------------------------------------*
      * ESCALA DE CLASIFICACIONES RECONOCIDAS, DE MEJOR A PEOR       *
      * DENTRO DE CADA ESCALA: LARGO PLAZO ('L'), CORTO PLAZO ('C')  *
      * Y ACCIONES POR CATEGORIA ('R'). CADA CLASIFICACION DERIVA EL *
      * NIVEL DE RIESGO MINIMO DEL VALOR (C/M/A, COMO NM-NIVEL-      *
      * RIESGO-MIN) Y SI ES GRADO DE INVERSION PARA AFP (S/N).       *
      * FORMATO : RATGESC                                             *
      *--------------------------------------------------------------*
       01 RE-TABLA-ESCALA-VALORES.
          05 FILLER PIC X(09) VALUE 'AAA   LCS'.
          05 FILLER PIC X(09) VALUE 'AA+   LCS'.
          05 FILLER PIC X(09) VALUE 'AA    LCS'.
          05 FILLER PIC X(09) VALUE 'AA-   LCS'.
          05 FILLER PIC X(09) VALUE 'A+    LMS'.
          05 FILLER PIC X(09) VALUE 'A     LMS'.
          05 FILLER PIC X(09) VALUE 'A-    LMS'.
          05 FILLER PIC X(09) VALUE 'BBB+  LMS'.
          05 FILLER PIC X(09) VALUE 'BBB   LMS'.
          05 FILLER PIC X(09) VALUE 'BBB-  LMS'.
          05 FILLER PIC X(09) VALUE 'BB+   LAN'.
          05 FILLER PIC X(09) VALUE 'BB    LAN'.
          05 FILLER PIC X(09) VALUE 'BB-   LAN'.
          05 FILLER PIC X(09) VALUE 'B+    LAN'.
          05 FILLER PIC X(09) VALUE 'B     LAN'.
          05 FILLER PIC X(09) VALUE 'B-    LAN'.
          05 FILLER PIC X(09) VALUE 'CCC   LAN'.
          05 FILLER PIC X(09) VALUE 'CC    LAN'.
          05 FILLER PIC X(09) VALUE 'C     LAN'.
          05 FILLER PIC X(09) VALUE 'D     LAN'.
          05 FILLER PIC X(09) VALUE 'CP-1+ CCS'.
          05 FILLER PIC X(09) VALUE 'CP-1  CCS'.
          05 FILLER PIC X(09) VALUE 'CP-1- CCS'.
          05 FILLER PIC X(09) VALUE 'CP-2+ CMS'.
          05 FILLER PIC X(09) VALUE 'CP-2  CMS'.
          05 FILLER PIC X(09) VALUE 'CP-2- CMS'.
          05 FILLER PIC X(09) VALUE 'CP-3+ CAN'.
          05 FILLER PIC X(09) VALUE 'CP-3  CAN'.
          05 FILLER PIC X(09) VALUE 'CP-3- CAN'.
          05 FILLER PIC X(09) VALUE 'CP-4  CAN'.
          05 FILLER PIC X(09) VALUE 'CP-5  CAN'.
          05 FILLER PIC X(09) VALUE '1A    RMS'.
          05 FILLER PIC X(09) VALUE '2A    RMS'.
          05 FILLER PIC X(09) VALUE '3A    RAN'.
          05 FILLER PIC X(09) VALUE '4A    RAN'.
          05 FILLER PIC X(09) VALUE '5A    RAN'.
       01 RE-TABLA-ESCALA REDEFINES RE-TABLA-ESCALA-VALORES.
          05 RE-ENTRADA OCCURS 36 TIMES.
             10 RE-CALIFICACION          PIC  X(06).
             10 RE-ESCALA                PIC  X(01).
             10 RE-NIVEL-RIESGO          PIC  X(01).
             10 RE-ELEGIBLE-AFP          PIC  X(01).
       77 RE-TOT-ENTRADAS                PIC  9(02) COMP VALUE 36.

      *--------------------------------------------------------------*
      * MAESTRO DE ACUERDOS DE COMISION NEGOCIADOS POR CUENTA-VALOR: *
      * CADA LINEA REEMPLAZA, DENTRO DE SU VIGENCIA (DESDE/HASTA),   *
      * LA TASA DE LA LINEA DE COMSCHED DEL MISMO CME-CODCOM PARA    *
      * LOS INSTRUMENTOS DEL TIPO INDICADO, CUALQUIERA SEA EL BROKER *
      * Y EL TRAMO DE VOLUMEN. SOLO SE NEGOCIAN LAS LINEAS DE        *
      * COMISION PROPIAS DE LA SAB. LO MANTIENE CCOMNMNT (BITACORA   *
      * MNTJRNL) Y LO CONSULTA COMNCHK DESDE FEEDETW, CSIMCOST,      *
      * RFACTCLI Y RCOMNRPT.                                         *
      * CLAVE : CNG-CLAVE (CNG-CTAVALOR + CNG-TIPO-INSTRUMENTO       *
      *         + CNG-CODCOM)                                        *
      * FORMATO : COMNEGO                                             *
      *--------------------------------------------------------------*
       01 CNG-REGISTRO-ACUERDO.
          05 CNG-CLAVE.
             10 CNG-CTAVALOR             PIC  X(20).
             10 CNG-TIPO-INSTRUMENTO     PIC  X(01).
             10 CNG-CODCOM               PIC  9(02).
          05 CNG-DESCRI                  PIC  X(15).
          05 CNG-PORCEN                  PIC  9(05)V9(04).
          05 CNG-FEC-DESDE               PIC  9(08).
          05 CNG-FEC-HASTA               PIC  9(08).
          05 CNG-REFERENCIA              PIC  X(20).
          05 CNG-ESTADO                  PIC  X(01).
             88 CNG-VIGENTE                        VALUE 'V'.
             88 CNG-ANULADO                        VALUE 'A'.
          05 CNG-FEC-REGISTRO            PIC  9(08).
          05 CNG-USU-REGISTRO            PIC  X(07).
          05 CNG-FEC-ANULACION           PIC  9(08).
          05 CNG-USU-ANULACION           PIC  X(07).
          05 FILLER                      PIC  X(20).

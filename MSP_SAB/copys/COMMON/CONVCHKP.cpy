      *--------------------------------------------------------------*
      * PARAMETROS DE LLAMADA A LA GUARDA DE CONVENIOS MARCO DE      *
      * PRODUCTO (CONVCHK/CONVFIRM): LA CUENTA-VALOR DEBE TENER      *
      * VIGENTE EL CONVENIO DEL PRODUCTO, CON LA DECLARACION DE      *
      * RIESGOS FIRMADA Y EN UNA VERSION NO ANTERIOR A LA PUBLICADA  *
      * EN PARMMAST (CONV-VER-XXX) A LA FECHA INDICADA (CERO = HOY). *
      * PRODUCTOS: 'REP' REPORTE, 'CRB' CREDITO BURSATIL, 'PRV'      *
      * PRESTAMO DE VALORES, 'MIL' MILA, 'FMU' FONDOS MUTUOS, 'FXD'  *
      * CAMBIO DE MONEDA.                                            *
      * RESULTADO: 'S' CONVENIO VIGENTE, 'X' SIN CONVENIO, 'R'       *
      * REVOCADO, 'D' SIN DECLARACION DE RIESGOS, 'V' VERSION        *
      * DESACTUALIZADA (DEBE VOLVER A FIRMAR).                       *
      * USADO POR : RREPOBK, MARGDRW, CPRSTMNT, RMILANEG, CFDOORD,   *
      *             FXDEALW                                          *
      * FORMATO : CONVCHKP                                           *
      *--------------------------------------------------------------*
       01 CFK-PARAMETROS.
          05 CFK-CTA-VALOR               PIC  X(20).
          05 CFK-PRODUCTO                PIC  X(03).
          05 CFK-FECHA                   PIC  9(08).
          05 CFK-VERSION-VIGENTE         PIC  9(03).
          05 CFK-VERSION-FIRMADA         PIC  9(03).
          05 CFK-IND-RESULTADO           PIC  X(01).
             88 CFK-CONVENIO-VIGENTE               VALUE 'S'.
             88 CFK-SIN-CONVENIO                   VALUE 'X'.
             88 CFK-CONVENIO-REVOCADO              VALUE 'R'.
             88 CFK-SIN-DECLARACION                VALUE 'D'.
             88 CFK-VERSION-ANTERIOR               VALUE 'V'.

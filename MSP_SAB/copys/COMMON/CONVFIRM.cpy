      *--------------------------------------------------------------*
      * MAESTRO DE CONVENIOS MARCO DE PRODUCTO FIRMADOS POR          *
      * CUENTA-VALOR: UN REGISTRO POR PRODUCTO COMPLEJO (REPORTE,    *
      * CREDITO BURSATIL, PRESTAMO DE VALORES, MILA, FONDOS MUTUOS Y *
      * CAMBIO DE MONEDA) CON LA VERSION DEL CONTRATO FIRMADA, LA    *
      * FECHA DE FIRMA Y SI EL CLIENTE FIRMO LA DECLARACION DE       *
      * RIESGOS. LA VERSION VIGENTE DE CADA CONTRATO SE PUBLICA EN   *
      * PARMMAST (CONV-VER-XXX); UNA NUEVA FIRMA REEMPLAZA LA        *
      * ANTERIOR. LO MANTIENE CCONVMNT (BITACORA MNTJRNL), LO        *
      * CONSULTA LA GUARDA CONVCHK EN CADA PUNTO DE ENTRADA DEL      *
      * PRODUCTO Y RCONVCAM LISTA A QUIENES DEBEN VOLVER A FIRMAR.   *
      * CLAVE : CF-CLAVE (CF-CTAVALOR + CF-PRODUCTO)                  *
      * FORMATO : CONVFIRM                                            *
      *--------------------------------------------------------------*
       01 CF-REGISTRO-CONVENIO.
          05 CF-CLAVE.
             10 CF-CTAVALOR              PIC  X(20).
             10 CF-PRODUCTO              PIC  X(03).
                88 CF-PRD-REPORTE                  VALUE 'REP'.
                88 CF-PRD-CREDITO                  VALUE 'CRB'.
                88 CF-PRD-PRESTAMO                 VALUE 'PRV'.
                88 CF-PRD-MILA                     VALUE 'MIL'.
                88 CF-PRD-FONDOS                   VALUE 'FMU'.
                88 CF-PRD-CAMBIO                   VALUE 'FXD'.
                88 CF-PRODUCTO-VALIDO              VALUE 'REP' 'CRB'
                                                   'PRV' 'MIL' 'FMU'
                                                   'FXD'.
          05 CF-VERSION                  PIC  9(03).
          05 CF-FEC-FIRMA                PIC  9(08).
      *   'S' = FIRMO LA DECLARACION DE RIESGOS DEL PRODUCTO.
          05 CF-IND-DECLARACION          PIC  X(01).
             88 CF-DECLARACION-FIRMADA             VALUE 'S'.
          05 CF-ESTADO                   PIC  X(01).
             88 CF-VIGENTE                         VALUE 'V'.
             88 CF-REVOCADO                        VALUE 'R'.
          05 CF-FEC-REGISTRO             PIC  9(08).
          05 CF-USU-REGISTRO             PIC  X(07).
          05 CF-FEC-REVOCACION           PIC  9(08).
          05 CF-USU-REVOCACION           PIC  X(07).
          05 FILLER                      PIC  X(20).

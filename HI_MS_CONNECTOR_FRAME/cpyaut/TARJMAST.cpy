          05  TJ-ESTADO               PIC X(01).                        00110000
              88 TJ-ACTIVA                      VALUE 'A'.              00120000
              88 TJ-ANULADA                     VALUE 'N'.              00130000
              88 TJ-SOLICITADA                  VALUE 'S'.              00130100
              88 TJ-VENCIDA                     VALUE 'V'.              00130200
      * CUENTA EFECTIVO LIGADA Y LIMITE DIARIO DE RETIRO EN ATM     *
      * (FUNCION RD82 - CNWC082).                                   *
          05  TJ-CTAVALOR             PIC X(20).
          05  TJ-LIMITE-DIARIO        PIC 9(09)V9(02).
      * CICLO DE VIDA DEL PLASTICO (RTARJCIC): LA SOLICITUD ('S')   *   00130300
      * SE EMITE CON SOBRE DE CLAVE DEL HSM, LA TARJETA POR VENCER  *   00130400
      * SE RENUEVA CON EL MISMO NUMERO Y CLAVE, Y LA VENCIDA PASA A *   00130500
      * 'V'. VENCIMIENTO = ULTIMO DIA DEL MES GRABADO EN EL         *   00130600
      * PLASTICO (AAAAMMDD); CERO MIENTRAS NO SE HAYA ASIGNADO.     *   00130700
          05  TJ-NOMBRE-GRABADO       PIC X(26).                        00130800
          05  TJ-FECHA-EMISION        PIC 9(08).                        00130900
          05  TJ-FECHA-VENCIMIENTO    PIC 9(08).                        00131000
          05  TJ-TIPO-EMISION         PIC X(01).                        00131100
              88 TJ-EMISION-NUEVA               VALUE 'N'.              00131200
              88 TJ-EMISION-RENOVACION          VALUE 'R'.              00131300
          05  TJ-ESTADO-ENTREGA       PIC X(01).                        00131400
              88 TJ-ENTREGA-PENDIENTE           VALUE 'P'.              00131500
              88 TJ-ENTREGADA                   VALUE 'E'.              00131600
          05  TJ-FECHA-ENTREGA        PIC 9(08).                        00131700

      *--------------------------------------------------------------*
      * REGISTRO DE EVENTOS DE PERDIDA POR RIESGO OPERACIONAL (BASE  *
      * EXIGIDA POR EL REGULADOR). CADA EVENTO NACE PROPUESTO        *
      * AUTOMATICAMENTE DESDE SU ORIGEN VIA EVPROP (AJUSTE MANUAL DE *
      * EFECTIVO A FAVOR DEL CLIENTE EN CAJUMNT, MORA Y RECOMPRA DE  *
      * LIQUIDACION INCUMPLIDA EN RFAILPEN, DEVOLUCION DE COMISION   *
      * AL RESOLVER UN RECLAMO EN CRECLMNT, CASTIGO DE UN QUIEBRE DE *
      * CONCILIACION EN CBRKRESP, PERDIDA REALIZADA AL CERRAR UN     *
      * CASO DE ERROR DE NEGOCIACION EN CERRMNT) O SE REGISTRA A     *
      * MANO, Y LA UNIDAD DE RIESGOS LO CONFIRMA, RECLASIFICA O      *
      * DESCARTA EN CEVPMNT. LA CLAVE ES EL PROGRAMA DE ORIGEN MAS   *
      * LA REFERENCIA DEL CASO (AJUSTE, POLIZA, RECLAMO O CLAVE DEL  *
      * QUIEBRE O CASO DE ERROR), DE MODO QUE LA PROPUESTA REPETIDA  *
      * ACTUALIZA EL EVENTO EN LUGAR DE DUPLICARLO.                  *
      * LINEA DE NEGOCIO (BASILEA): 1 FINANZAS CORPORATIVAS, 2       *
      * NEGOCIACION Y VENTAS, 3 BANCA MINORISTA, 4 BANCA COMERCIAL,  *
      * 5 PAGOS Y LIQUIDACION, 6 SERVICIOS DE AGENCIA Y CUSTODIA, 7  *
      * ADMINISTRACION DE ACTIVOS, 8 INTERMEDIACION MINORISTA.       *
      * TIPO DE EVENTO (BASILEA): 1 FRAUDE INTERNO, 2 FRAUDE         *
      * EXTERNO, 3 RELACIONES LABORALES Y SEGURIDAD, 4 CLIENTES,     *
      * PRODUCTOS Y PRACTICAS, 5 DANOS A ACTIVOS FISICOS, 6          *
      * INTERRUPCION Y FALLAS DE SISTEMAS, 7 EJECUCION, ENTREGA Y    *
      * GESTION DE PROCESOS.                                         *
      * CLAVE : EV-CLAVE (EV-ORIGEN + EV-REFERENCIA)                  *
      * FORMATO : EVPERD                                              *
      *--------------------------------------------------------------*
       01 EV-REGISTRO-EVENTO.
          05 EV-CLAVE.
             10 EV-ORIGEN                PIC  X(08).
             10 EV-REFERENCIA            PIC  X(32).
          05 EV-FUENTE                   PIC  X(01).
             88 EV-DE-AJUSTE                       VALUE 'A'.
             88 EV-DE-LIQ-FALLIDA                  VALUE 'F'.
             88 EV-DE-RECLAMO                      VALUE 'R'.
             88 EV-DE-QUIEBRE                      VALUE 'Q'.
             88 EV-DE-REGISTRO-MANUAL              VALUE 'M'.
             88 EV-DE-ERROR-NEGOCIACION            VALUE 'E'.
          05 EV-FECHA-OCURRENCIA         PIC  9(08).
          05 EV-FECHA-DESCUBRIMIENTO     PIC  9(08).
          05 EV-FECHA-REGISTRO           PIC  9(08).
          05 EV-LINEA-NEGOCIO            PIC  9(01).
             88 EV-LINEA-VALIDA                    VALUE 1 THRU 8.
          05 EV-TIPO-EVENTO              PIC  9(01).
             88 EV-TIPO-VALIDO                     VALUE 1 THRU 7.
          05 EV-CTAVALOR                 PIC  X(20).
          05 EV-MONEDA                   PIC  X(03).
          05 EV-PERDIDA-BRUTA            PIC S9(15)V9(02).
          05 EV-RECUPERO                 PIC S9(15)V9(02).
          05 EV-DESCRIPCION              PIC  X(50).
          05 EV-ESTADO                   PIC  X(01).
             88 EV-PROPUESTO                       VALUE 'P'.
             88 EV-CONFIRMADO                      VALUE 'C'.
             88 EV-DESCARTADO                      VALUE 'D'.
          05 EV-USU-ESTADO               PIC  X(07).
          05 EV-FEC-ESTADO               PIC  9(08).
          05 FILLER                      PIC  X(10).

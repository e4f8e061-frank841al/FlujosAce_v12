      *--------------------------------------------------------------*
      * MAESTRO DE EMISORES: RUC, RAZON SOCIAL, SECTOR ECONOMICO Y   *
      * PAIS DE CADA EMISOR DE VALORES, MANTENIDO POR CEMISMNT. EL   *
      * VINCULO NEMONICO-EMISOR VIVE EN NEMOMAST (NM-COD-EMISOR), DE *
      * MODO QUE LAS DISTINTAS CLASES DE ACCIONES Y BONOS DE UN      *
      * MISMO EMISOR SE AGRUPAN BAJO UN SOLO CODIGO. EL RESOLUTOR    *
      * EMISCHK LO CONSULTA PARA LOS BARRIDOS DE RIESGO.             *
      * CLAVE : EM-COD-EMISOR                                         *
      * FORMATO : EMISMAST                                            *
      *--------------------------------------------------------------*
       01 EM-REGISTRO-EMISOR.
          05 EM-COD-EMISOR               PIC  X(10).
          05 EM-RUC                      PIC  X(11).
          05 EM-RAZON-SOCIAL             PIC  X(60).
          05 EM-SECTOR                   PIC  X(04).
          05 EM-PAIS                     PIC  X(03).
          05 EM-ESTADO                   PIC  X(01).
             88 EM-ES-ACTIVO                       VALUE 'A'.
             88 EM-ES-INACTIVO                     VALUE 'I'.
          05 EM-FEC-ALTA                 PIC  9(08).
          05 EM-FEC-ULT-MODIF            PIC  9(08).

      *--------------------------------------------------------------*
      * ARCHIVO HISTORICO DEL ARCHIVO DIARIO INSTITUCIONAL: COPIA DE *
      * CADA REGISTRO INSTFDAT ENVIADO AL CLIENTE, CON SU SECUENCIA  *
      * DENTRO DEL DIA, PARA PODER REENVIAR CUALQUIER FECHA PASADA   *
      * TAL CUAL SE GENERO. SE GRABA EN RINSFEED Y SE RELEE AL       *
      * ATENDER UN REENVIO.                                          *
      * CLAVE : IFH-CLAVE (IFH-CTAVALOR + IFH-FECHA-PROCESO          *
      *         + IFH-SECUENCIA)                                     *
      * FORMATO : INSTFHIS                                            *
      *--------------------------------------------------------------*
       01 IFH-REGISTRO-HISTORICO.
          05 IFH-CLAVE.
             10 IFH-CTAVALOR             PIC  X(20).
             10 IFH-FECHA-PROCESO        PIC  9(08).
             10 IFH-SECUENCIA            PIC  9(07).
          05 IFH-IMAGEN-REGISTRO         PIC  X(300).

      *--------------------------------------------------------------*
      * REGISTRO UNIFICADO DE QUIEBRES DE CONCILIACION (RBRKMGT):    *
      * CADA CONCILIACION (RCATSREC, CCUSTREC, RORDRECON, Y LA DE    *
      * AUXILIARES CONTRA EL MAYOR RGLREC) REGISTRA SUS QUIEBRES     *
      * BAJO UNA CLAVE ESTABLE; EL QUIEBRE REDETECTADO ENVEJECE EN   *
      * LUGAR DE DUPLICARSE, RECIBE RESPONSABLE Y ESTADO DE          *
      * RESOLUCION, Y SE CIERRA SOLO CUANDO LA CORRIDA SIGUIENTE YA  *
      * NO LO DETECTA. LA CONCILIACION MENSUAL DE CARGOS DE TERCEROS *
      * (RTERREC) REGISTRA LOS SUYOS CON CLAVE POR PERIODO Y LOS     *
      * CIERRA ELLA MISMA.                                           *
      * CLAVE : BR-CLAVE (BR-ORIGEN + BR-CLAVE-QUIEBRE)               *
      * FORMATO : BRKREG                                              *
      *--------------------------------------------------------------*

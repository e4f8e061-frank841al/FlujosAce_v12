      *                    (AUTCHK/USUAUT) ANTES DE CANCELAR O       *
      *                    MODIFICAR, CON REGISTRO DEL INTENTO FUERA *
      *                    DE PERFIL VIA ERRLOGW.                    *
      * 14/09/2026 JQ      ALTA. SE INFORMA EL USUARIO QUE PROVOCO   *
      *                    EL RECHAZO (ERRLOGW), PARA EL CONTROL DE  *
      *                    USUARIOS INACTIVOS.                       *
      * 05/10/2026 JQ      ALTA. LA CANCELACION O MODIFICACION       *
      *                    GRABADA DEJA LA IMAGEN DESPUES DE ORDMAST *
      *                    EN LA BITACORA DE RECUPERACION HACIA      *
      *                    ADELANTE (FWDJRNW).                       *
      * 05/10/2026 JQ      LA ORDEN CANCELADA SALE DEL LIBRO DE      *
      *                    ORDENES VIVAS (ORDVIVW).                  *
      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
      * CANCELA O MODIFICA CANTIDAD/PRECIO DE UNA ORDEN VIGENTE EN   *
           88 WS-OH-OK                           VALUE '00'.
       COPY AUTCHKP.
       COPY ERRLOGWP.
       COPY FWDJRNWP.
       COPY ORDVIVWP.
       LINKAGE SECTION.
       COPY CANCAMD.
       PROCEDURE DIVISION USING CXO-PARAMETROS.
              MOVE CXO-COD-ERROR-DEV  TO EW-COD-ERROR-DEV
              MOVE CXO-USUARIO        TO EW-VAR1
              MOVE CXO-CTAVALOR       TO EW-VAR2
              MOVE CXO-USUARIO        TO EW-USUARIO
              CALL 'ERRLOGW' USING EW-PARAMETROS
           END-IF
           .
                 MOVE '16'     TO CXO-COD-RETORNO
                 MOVE 'ORD003' TO CXO-COD-ERROR-DEV
           END-REWRITE
           IF CXO-COD-RETORNO = '00'
              MOVE 'A' TO OVW-FUNCION
              CALL 'ORDVIVW' USING OVW-PARAMETROS OM-REGISTRO-ORDEN
              MOVE 'ORDMAST '        TO FJW-MAESTRO
              MOVE 'CORDSCLI'        TO FJW-PROGRAMA
              MOVE 'M'               TO FJW-OPERACION
              MOVE OM-REGISTRO-ORDEN TO FJW-IMAGEN
              CALL 'FWDJRNW' USING FJW-PARAMETROS
           END-IF
           MOVE OM-SITUACION TO CXO-SITUACION-RESULTANTE
           .
       5000-ACTUALIZAR-ORDEN-EXIT.

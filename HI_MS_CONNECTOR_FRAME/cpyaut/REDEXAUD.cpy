          05  RA-FECHA                PIC X(10).                        00150000
          05  RA-HORA                 PIC X(08).                        00160000
          05  RA-FUNCION              PIC X(04).                        
      * IMPORTE ENTREGADO POR EL RETIRO RD82 APROBADO (CERO EN LAS  *   00160100
      * DEMAS FUNCIONES), PARA LA CONCILIACION CON LA LIQUIDACION   *   00160200
      * DE LA RED (RRDXCON).                                        *   00160300
          05  RA-IMPORTE              PIC 9(09)V9(02).                  00160400

          05 SC-SHOCK-RV                 PIC S9(03)V9(02).
          05 SC-SHOCK-RF                 PIC S9(03)V9(02).
          05 SC-SHOCK-FX                 PIC S9(03)V9(02).
      *   SHOCK ADICIONAL POR SECTOR ECONOMICO DEL EMISOR (EM-SECTOR
      *   DE EMISMAST), QUE SE SUMA AL DE LA CLASE; HASTA CINCO
      *   SECTORES POR ESCENARIO, SECTOR EN BLANCO = SIN USO.
          05 SC-SHOCK-SECTOR OCCURS 5 TIMES.
             10 SC-SECTOR                PIC  X(04).
             10 SC-SHOCK-SEC             PIC S9(03)V9(02).

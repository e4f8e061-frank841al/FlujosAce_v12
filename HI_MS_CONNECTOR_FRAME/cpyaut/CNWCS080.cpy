      *                                     2=BLOQUEADA 3=CV3 REQUER.   
      *                                     4=TERMINAL BLOQUEADO        
      *                                     5=HSM NO DISPONIBLE         
      *                                     9=TARJETA VENCIDA           00211002
      *---------------------------------------------------------------* 00240000
                                                                        00250000
       01 DS80-CNWCS080.                                                00260001

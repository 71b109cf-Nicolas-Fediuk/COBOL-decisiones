000600*LOS BONUS DE FIDELIDAD Y VOLUMEN SE SUMAN IGUAL, Y EL OVERRIDE
000700*DE SUPERVISOR SIGUE PISANDO TODO. ASI COMERCIAL PUBLICA SUS
000800*LANZAMIENTOS SIN INUNDAR EL CIRCUITO DE OVERRIDES.
000810*VTA7900 GRABA LA ETIQUETA DE GONDOLA DE CADA PRODUCTO CUYA
000820*PROMOCION EMPIEZA O TERMINA EL PROXIMO DIA LABORABLE.
000900******************************************************************
001000 01  VTA-PROMO-RECORD.
001100     05  VTA-PRM-PRODUCTO             PIC X(06).

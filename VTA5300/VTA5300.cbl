000800*(DISTINTO DE CERO) O CON EL MISMO NOMBRE NORMALIZADO (SIN
000900*ESPACIOS). LOS CLIENTES YA FUSIONADOS (ESTADO "F") NO SE
001000*COMPARAN. LA FUSION SUPERVISADA ES VTA5400.
001050*LOS CLIENTES ANONIMIZADOS (ESTADO "X", VTA9100) TAMPOCO: YA NO
001060*TIENEN NOMBRE Y NO SE LOS PUEDE FUSIONAR.
001100******************************************************************
001200*MODIFICACIONES:
001300*2026-09-01 NF  PROGRAMA ORIGINAL.
001350*2026-10-15 NF  NO COMPARA A LOS CLIENTES ANONIMIZADOS.
001400******************************************************************
001500 IDENTIFICATION DIVISION.
001600 PROGRAM-ID. VTA5300.
013200 2000-CARGAR-CLIENTE.
013300
013400     IF VTA-CLI-FUSIONADO
013450        OR VTA-CLI-ANONIMIZADO
013500         GO TO 2000-SIGUIENTE
013600     END-IF.
013700

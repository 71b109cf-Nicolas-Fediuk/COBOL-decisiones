000700******************************************************************
000800 01  VTA-CKPT-RECORD.
000900     05  VTA-CKPT-CANT-LEIDAS         PIC 9(07).
001000*MODO DE LA CORRIDA ("N" NOCTURNA, "I" INTRADIARIA) Y FECHA DE
001100*NEGOCIO QUE GRABARON EL CHECKPOINT: LA NOCTURNA SOLO REINICIA
001200*DESDE UN CHECKPOINT DE SU MISMO MODO Y DIA, PORQUE CADA CORRIDA
001300*LEE SU PROPIO ARCHIVO ORDENADO DE ENTRADA.
001400     05  VTA-CKPT-MODO                PIC X(01).
001500     05  VTA-CKPT-FECHA-NEG           PIC 9(08).

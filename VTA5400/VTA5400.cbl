002200******************************************************************
002300*MODIFICACIONES:
002400*2026-09-01 NF  PROGRAMA ORIGINAL.
002433*2026-10-15 NF  INFORMA SU NOMBRE A VTALOGON (VTA-LGN-PROGRAMA)
002466*               PARA EL DIARIO DE ACCESOS.
002480*2026-10-15 NF  NO FUSIONA CLIENTES ANONIMIZADOS (ESTADO "X").
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. VTA5400.
014900
015000     DISPLAY "FUSION DE CLIENTES DUPLICADOS - CLIMERGE".
015100
015150     MOVE "VTA5400" TO VTA-LGN-PROGRAMA.
015200     CALL "VTALOGON" USING VTA-LOGON-PARMS.
015300     IF VTA-LGN-ERROR
015400         MOVE 8 TO RETURN-CODE
022100
022200     IF NOT VTA-REGISTRO-EXISTE
022300        OR VTA-CLI-FUSIONADO
022350        OR VTA-CLI-ANONIMIZADO
022400         DISPLAY "EL CLIENTE DUPLICADO NO EXISTE, YA FUE "
022500                 "FUSIONADO O ESTA ANONIMIZADO."
022600         CLOSE CLIENTE-MASTER-FILE
022700         MOVE 8 TO RETURN-CODE
022800         STOP RUN
024100
024200     IF NOT VTA-REGISTRO-EXISTE
024300        OR VTA-CLI-FUSIONADO
024350        OR VTA-CLI-ANONIMIZADO
024400         DISPLAY "EL CLIENTE SOBREVIVIENTE NO EXISTE, ESTA "
024500                 "FUSIONADO O ESTA ANONIMIZADO."
024600         CLOSE CLIENTE-MASTER-FILE
024700         MOVE 8 TO RETURN-CODE
024800         STOP RUN

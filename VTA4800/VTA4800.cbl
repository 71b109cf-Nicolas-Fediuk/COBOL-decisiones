001800******************************************************************
001900*MODIFICACIONES:
002000*2026-09-01 NF  PROGRAMA ORIGINAL.
002033*2026-10-15 NF  INFORMA SU NOMBRE A VTALOGON (VTA-LGN-PROGRAMA)
002066*               PARA EL DIARIO DE ACCESOS.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. VTA4800.
009500
009600     DISPLAY "ROLLOVER DE LA FECHA DE NEGOCIO - FECHAPRM".
009700
009750     MOVE "VTA4800" TO VTA-LGN-PROGRAMA.
009800     CALL "VTALOGON" USING VTA-LOGON-PARMS.
009900     IF VTA-LGN-ERROR
010000         MOVE 8 TO RETURN-CODE

001719*               SOLO LISTA Y CONSULTA, ALTA/MODIFICACION Y LA
001729*               PROGRAMACION DE PRECIOS PIDEN MANTENIMIENTO Y
001739*               LA BAJA, SUPERVISOR.
001742*2026-10-15 NF  INFORMA SU NOMBRE A VTALOGON (VTA-LGN-PROGRAMA)
001746*               PARA EL DIARIO DE ACCESOS.
001750******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. VTA2400.
010000
010100     DISPLAY "MANTENIMIENTO DEL MAESTRO DE PRODUCTOS".
010200
010205     MOVE "VTA2400" TO VTA-LGN-PROGRAMA.
010210     CALL "VTALOGON" USING VTA-LOGON-PARMS.
010220     IF VTA-LGN-ERROR
010230         MOVE 8 TO RETURN-CODE

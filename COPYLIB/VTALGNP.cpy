000600*(C CONSULTA, M MANTENIMIENTO, S SUPERVISOR), QUE EL LLAMADOR
000700*USA PARA RESTRINGIR LAS OPCIONES DESTRUCTIVAS Y PARA FIRMAR
000800*SUS REGISTROS DE HISTORIAL Y AUDITORIA. CON RESULTADO "N" EL
000833*LLAMADOR NO DEBE MOSTRAR EL MENU. ANTES DE LLAMARLO, EL LLAMADOR
000866*INFORMA SU NOMBRE DE PROGRAMA EN VTA-LGN-PROGRAMA: VTALOGON LO
000900*GRABA CON CADA INTENTO EN EL DIARIO DE ACCESOS (ACCESLOG), DE
000933*DONDE SALEN LOS PROGRAMAS USADOS POR CADA USUARIO EN LA
000966*RECERTIFICACION TRIMESTRAL DE ACCESOS.
001000******************************************************************
001100 01  VTA-LOGON-PARMS.
001200     05  VTA-LGN-USUARIO              PIC X(08).
001700     05  VTA-LGN-RESULTADO            PIC X(01).
001800         88  VTA-LGN-OK               VALUE "S".
001900         88  VTA-LGN-ERROR            VALUE "N".
002000     05  VTA-LGN-PROGRAMA             PIC X(08).

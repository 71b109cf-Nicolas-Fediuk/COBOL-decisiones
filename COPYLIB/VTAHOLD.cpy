000900*"U", CARGADOS POR CONTADURIA CON VTA4000) NO SE TOCAN EN LA
001000*RECONSTRUCCION NOCTURNA; SOLO VTA4000 LOS LIBERA. TODA ALTA O
001100*LIBERACION QUEDA ASENTADA EN HOLD-LOG-FILE (VTAHLDL).
001110*EL REGISTRO DE UN CHEQUE RECHAZADO (VTA7000) BLOQUEA AL CLIENTE
001120*CON MOTIVO "C", QUE LA CORRIDA NOCTURNA TAMPOCO LIBERA.
001200******************************************************************
001300 01  VTA-CRED-HOLD-RECORD.
001400     05  VTA-HLD-CLIENTE-ID           PIC 9(08).
001700         88  VTA-HLD-POR-MORA         VALUE "M".
001800         88  VTA-HLD-POR-PORCENTAJE   VALUE "P".
001900         88  VTA-HLD-MANUAL           VALUE "U".
001950         88  VTA-HLD-POR-CHEQUE       VALUE "C".
002000     05  VTA-HLD-USUARIO              PIC X(08).
002100     05  FILLER                       PIC X(55).

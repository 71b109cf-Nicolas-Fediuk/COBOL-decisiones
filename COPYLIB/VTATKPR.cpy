000100******************************************************************
000200*VTATKPR - LAYOUT DEL REGISTRO DE TICKETS YA PROCESADOS EN EL DIA
000300*(TKT-PROC-FILE), VSAM KSDS INDEXADO POR VTA-TKP-KEY (FECHA DE
000400*NEGOCIO MAS CLAVE DE LA TRANSACCION). CADA CORRIDA INTRADIARIA
000500*DE EJERCICIO5 DEJA AQUI LOS TICKETS QUE GRABO (EN SALESTOT O EN
000600*EXCEPTVT), Y TANTO LAS CORRIDAS SIGUIENTES COMO LA NOCTURNA LOS
000700*SALTEAN AL RELEER SALESTRN COMPLETO. VTA-TKP-CANT-TICKETS ES LA
000800*CANTIDAD DE TICKETS CON ESA CLAVE YA GRABADOS (MAS DE UNO SI LA
000900*CAJA REENVIO EL TICKET: EL SEGUNDO SE RECHAZO COMO DUPLICADO).
001000*LA CORRIDA NOCTURNA BORRA LOS REGISTROS DE SU FECHA AL TERMINAR.
001100******************************************************************
001200 01  VTA-TKT-PROC-RECORD.
001300     05  VTA-TKP-KEY.
001400         10  VTA-TKP-FECHA-NEG        PIC 9(08).
001500         10  VTA-TKP-CLAVE.
001600             15  VTA-TKP-FECHA        PIC 9(08).
001700             15  VTA-TKP-SEQ          PIC 9(06).
001800     05  VTA-TKP-CANT-TICKETS         PIC 9(03).
001900     05  VTA-TKP-HORA                 PIC 9(08).
002000     05  FILLER                       PIC X(07).

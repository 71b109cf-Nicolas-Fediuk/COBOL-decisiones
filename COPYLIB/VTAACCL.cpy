000100******************************************************************
000200*VTAACCL - LAYOUT DEL REGISTRO DEL DIARIO DE ACCESOS
000300*(ACCESO-LOG-FILE, ACCESLOG), SECUENCIAL QUE CRECE AL FINAL.
000400*VTALOGON GRABA UN REGISTRO POR CADA INTENTO DE INGRESO, CON EL
000500*PROGRAMA DESDE EL QUE SE INTENTO (VTA-LGN-PROGRAMA DEL LLAMADOR)
000600*Y EL RESULTADO; VTA8700 GRABA LAS ALTAS, MODIFICACIONES, BAJAS Y
000700*DESBLOQUEOS DE USUARIOS (VTA-ACC-AFECTADO ES EL USUARIO
000800*MODIFICADO Y VTA-ACC-USUARIO EL SUPERVISOR QUE LO HIZO) Y VTA8800
000900*LAS INHABILITACIONES POR FALTA DE USO. LA RECERTIFICACION
001000*TRIMESTRAL (VTA8900) TOMA DE AQUI LOS PROGRAMAS QUE USO CADA
001100*USUARIO (INGRESOS CON RESULTADO "S").
001200*RESULTADOS (VTA-ACC-RESULTADO):
001300*  S INGRESO CORRECTO          N USUARIO O CLAVE INCORRECTOS
001400*  L FALLO QUE BLOQUEO EL USR  R USUARIO BLOQUEADO, BAJA O INHAB.
001500*  A ALTA DE USUARIO           M MODIFICACION DE USUARIO
001600*  B BAJA DE USUARIO           D DESBLOQUEO / BLANQUEO DE CLAVE
001700*  I INHABILITADO POR FALTA DE USO
001800******************************************************************
001900 01  VTA-ACCESO-RECORD.
002000     05  VTA-ACC-FECHA                PIC 9(08).
002100     05  VTA-ACC-HORA                 PIC 9(08).
002200     05  VTA-ACC-USUARIO              PIC X(08).
002300     05  VTA-ACC-PROGRAMA             PIC X(08).
002400     05  VTA-ACC-RESULTADO            PIC X(01).
002500         88  VTA-ACC-INGRESO-OK       VALUE "S".
002600         88  VTA-ACC-CLAVE-MALA       VALUE "N".
002700         88  VTA-ACC-BLOQUEO          VALUE "L".
002800         88  VTA-ACC-RECHAZO          VALUE "R".
002900         88  VTA-ACC-ALTA             VALUE "A".
003000         88  VTA-ACC-MODIFICACION     VALUE "M".
003100         88  VTA-ACC-BAJA             VALUE "B".
003200         88  VTA-ACC-DESBLOQUEO       VALUE "D".
003300         88  VTA-ACC-INHABILITACION   VALUE "I".
003400     05  VTA-ACC-AFECTADO             PIC X(08).
003500     05  FILLER                       PIC X(09).

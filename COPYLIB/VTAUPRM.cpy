000100******************************************************************
000200*VTAUPRM - LAYOUT DEL REGISTRO DE PARAMETROS DE SEGURIDAD DE
000300*USUARIOS (USUARIO-PARM-FILE, USRPARM), UN UNICO REGISTRO QUE LEEN
000400*VTALOGON Y EL CONTROL NOCTURNO DE USUARIOS (VTA8800):
000500*  VTA-UPR-DIAS-CLAVE    DIAS DE VIGENCIA DE UNA CLAVE; VENCIDA,
000600*                        SE PIDE EL CAMBIO AL INGRESAR.
000700*  VTA-UPR-DIAS-SIN-USO  DIAS SIN INGRESAR QUE INHABILITAN LA
000800*                        CUENTA.
000900*  VTA-UPR-MAX-INTENTOS  INGRESOS FALLIDOS SEGUIDOS QUE LA
001000*                        BLOQUEAN.
001100*  VTA-UPR-LARGO-MINIMO  LARGO MINIMO DE UNA CLAVE NUEVA.
001200*UN ARCHIVO FALTANTE O UN VALOR EN CERO TOMA LOS VALORES DE LA
001300*POLITICA DE SEGURIDAD: 60 DIAS, 90 DIAS, 3 INTENTOS Y 6 LETRAS.
001400******************************************************************
001500 01  VTA-USR-PARM-RECORD.
001600     05  VTA-UPR-DIAS-CLAVE           PIC 9(03).
001700     05  VTA-UPR-DIAS-SIN-USO         PIC 9(03).
001800     05  VTA-UPR-MAX-INTENTOS         PIC 9(01).
001900     05  VTA-UPR-LARGO-MINIMO         PIC 9(01).
002000     05  FILLER                       PIC X(72).

000700*(SOLO LISTAR Y CONSULTAR), "M" MANTENIMIENTO (ALTAS,
000800*MODIFICACIONES Y LA GRABACION DE SUS PROPIOS CAMBIOS DE
000900*TABLA) Y "S" SUPERVISOR (ADEMAS BAJAS, REVERSOS Y FUSIONES).
000906*UN USUARIO DADO DE BAJA NO INGRESA. LA CLAVE SE GUARDA COMO HASH
000913*(VTA-USR-CLAVE-HASH, SUBPROGRAMA VTACLAVE, CON EL USUARIO COMO
000920*SAL); VTA-USR-CLAVE SOLO TRAE LA CLAVE EN TEXTO PLANO DE LOS
000926*USUARIOS ANTERIORES AL HASH HASTA QUE EL CONTROL NOCTURNO DE
000933*USUARIOS (VTA8800) LA CONVIERTE Y LA DEJA EN BLANCO.
000940*VTA-USR-FECHA-CLAVE ES LA FECHA DEL ULTIMO CAMBIO DE CLAVE (VENCE
000946*A LOS DIAS DE USRPARM) Y VTA-USR-CAMBIO-CLAVE EN "S" OBLIGA A
000953*CAMBIARLA EN EL PROXIMO INGRESO (ALTA Y BLANQUEO DE CLAVE).
000960*VTA-USR-INTENTOS CUENTA LOS INGRESOS FALLIDOS SEGUIDOS: AL LLEGAR
000966*AL MAXIMO EL USUARIO QUEDA BLOQUEADO ("L") HASTA QUE UN
000973*SUPERVISOR LO DESBLOQUEE CON VTA8700. VTA-USR-ULT-LOGON ES LA
000980*FECHA DEL ULTIMO INGRESO: SIN INGRESOS EN LOS DIAS DE USRPARM EL
000986*CONTROL NOCTURNO LO INHABILITA ("I"). VTA-USR-AREA AGRUPA LOS
000993*USUARIOS EN LA RECERTIFICACION TRIMESTRAL DE ACCESOS (VTA8900).
001000******************************************************************
001100 01  VTA-USUARIO-RECORD.
001200     05  VTA-USR-ID                   PIC X(08).
001900     05  VTA-USR-ESTADO               PIC X(01).
002000         88  VTA-USR-ACTIVO           VALUE "A".
002100         88  VTA-USR-BAJA             VALUE "B".
002200         88  VTA-USR-BLOQUEADO        VALUE "L".
002300         88  VTA-USR-INHABILITADO     VALUE "I".
002400     05  VTA-USR-CLAVE-HASH           PIC 9(18) COMP.
002500     05  VTA-USR-FECHA-CLAVE          PIC 9(08).
002600     05  VTA-USR-CAMBIO-CLAVE         PIC X(01).
002700         88  VTA-USR-DEBE-CAMBIAR     VALUE "S".
002800     05  VTA-USR-INTENTOS             PIC 9(01).
002900     05  VTA-USR-ULT-LOGON            PIC 9(08).
003000     05  VTA-USR-AREA                 PIC X(03).
003100     05  FILLER                       PIC X(03).

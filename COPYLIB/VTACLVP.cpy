000100******************************************************************
000200*VTACLVP - AREA DE PARAMETROS DEL SUBPROGRAMA COMPARTIDO VTACLAVE,
000300*QUE CALCULA EL HASH DE UNA CLAVE DE USUARIO. RECIBE EL USUARIO
000400*(QUE SE USA COMO SAL, PARA QUE DOS USUARIOS CON LA MISMA CLAVE NO
000500*TENGAN EL MISMO HASH) Y LA CLAVE EN TEXTO PLANO, Y DEVUELVE EL
000600*HASH EN VTA-CLV-HASH, QUE ES LO UNICO QUE SE GUARDA EN EL MAESTRO
000700*DE USUARIOS (VTA-USR-CLAVE-HASH). LA CLAVE EN TEXTO PLANO NO SE
000800*GRABA EN NINGUN ARCHIVO NI SE MUESTRA.
000900******************************************************************
001000 01  VTA-CLAVE-PARMS.
001100     05  VTA-CLV-USUARIO              PIC X(08).
001200     05  VTA-CLV-CLAVE                PIC X(08).
001300     05  VTA-CLV-HASH                 PIC 9(18) COMP.

000100******************************************************************
000200*VTAPEVT - LAYOUT DEL REGISTRO DE EVENTOS DE PREVENCION DE
000300*PERDIDAS (PREV-EVENTO-FILE, PREVEVT). EJERCICIO5 AGREGA AL FINAL
000400*DEL ARCHIVO (DISP=MOD) LAS SENIALES DE CAJA QUE NO QUEDAN EN EL
000500*LOG DE AUDITORIA PORQUE LA VENTA NO SE GRABA: LOS RECHAZOS POR
000600*IMPORTE INCONSISTENTE CON EL PRECIO DE LISTA (CODIGO 11) Y POR
000700*CLAVE DUPLICADA (CODIGO 10), Y LOS SALTOS DE SECUENCIA DE LA
000800*TERMINAL QUE INFORMA SEQCTRL. CADA EVENTO LLEVA EL CAJERO DE LA
000900*VENTA; UN SALTO DE SECUENCIA SE ATRIBUYE AL CAJERO DE LA VENTA
001000*QUE LO PUSO EN EVIDENCIA (LA PRIMERA DESPUES DEL HUECO).
001100*VTA6600 LO LEE JUNTO CON EL LOG DE AUDITORIA (OVERRIDES,
001200*DEVOLUCIONES Y REVERSOS) PARA EL REPORTE POR CAJERO Y
001300*SUPERVISOR.
001400*VTA-PEV-IMPORTE ES EL IMPORTE EN PESOS DE LA VENTA RECHAZADA
001500*(CERO EN UN SALTO); VTA-PEV-CANTIDAD ES 1 EN UN RECHAZO Y LA
001600*CANTIDAD DE VENTAS FALTANTES EN UN SALTO.
001700******************************************************************
001800 01  VTA-PREV-EVENTO-RECORD.
001900     05  VTA-PEV-FECHA-NEGOCIO        PIC 9(08).
002000     05  VTA-PEV-CLAVE.
002100         10  VTA-PEV-TRANS-FECHA      PIC 9(08).
002200         10  VTA-PEV-TRANS-SEQ        PIC 9(06).
002300     05  VTA-PEV-TERMINAL-ID          PIC X(05).
002400     05  VTA-PEV-CAJERO-ID            PIC X(05).
002500     05  VTA-PEV-TIPO                 PIC X(01).
002600         88  VTA-PEV-PRECIO-INCONSIS  VALUE "P".
002700         88  VTA-PEV-CLAVE-DUPLICADA  VALUE "K".
002800         88  VTA-PEV-SALTO-SECUENCIA  VALUE "S".
002900     05  VTA-PEV-IMPORTE              PIC S9(07)V9(02).
003000     05  VTA-PEV-CANTIDAD             PIC 9(06).
003100     05  FILLER                       PIC X(32).

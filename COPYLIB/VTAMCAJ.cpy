000100******************************************************************
000200*VTAMCAJ - LAYOUT DEL REGISTRO DEL DIARIO DE MOVIMIENTOS DE CAJA
000300*(CAJA-MOV-FILE, CAJAMOV). LO GRABA LA CONSOLA DE TURNOS
000400*(VTA4200) SIEMPRE AL FINAL (OPEN EXTEND), CONTRA EL TURNO
000500*ABIERTO DE LA TERMINAL Y CON LA FIRMA DEL SUPERVISOR QUE LO
000600*AUTORIZO:
000700*  "S" SANGRIA: EFECTIVO QUE SE RETIRA DEL CAJON Y SE LLEVA A LA
000800*      CAJA FUERTE DE LA SUCURSAL (EL DOCUMENTO ES EL NUMERO DE
000900*      SOBRE O COMPROBANTE DE RETIRO).
001000*  "G" GASTO: GASTO MENOR PAGADO CON EL EFECTIVO DEL CAJON CONTRA
001100*      UN COMPROBANTE (VTA-MCJ-DOCUMENTO), CON SU CATEGORIA DE LA
001200*      TABLA DE CATEGORIAS DE GASTO (CATGASTO, LAYOUT VTACATG).
001300*EL IMPORTE VA SIEMPRE EN POSITIVO Y SIEMPRE SALE DEL CAJON. EL
001400*REPORTE Z (VTA4300) Y EL ARQUEO (VTA1100) LOS RESTAN DEL
001500*EFECTIVO ESPERADO; EL EXTRACTO CONTABLE (VTA0300) POSTEA LOS
001600*GASTOS POR CATEGORIA Y LA CONCILIACION DE DEPOSITOS (VTA5200)
001700*TOMA LAS SANGRIAS COMO EFECTIVO ENVIADO A LA CAJA FUERTE.
001800******************************************************************
001900 01  VTA-CAJA-MOV-RECORD.
002000     05  VTA-MCJ-TURNO.
002100         10  VTA-MCJ-FECHA            PIC 9(08).
002200         10  VTA-MCJ-TERMINAL-ID      PIC X(05).
002300         10  VTA-MCJ-TURNO-NRO        PIC 9(02).
002400     05  VTA-MCJ-HORA                 PIC 9(08).
002500     05  VTA-MCJ-CAJERO-ID            PIC X(05).
002600     05  VTA-MCJ-SUPERVISOR           PIC X(08).
002700     05  VTA-MCJ-TIPO                 PIC X(01).
002800         88  VTA-MCJ-SANGRIA          VALUE "S".
002900         88  VTA-MCJ-GASTO            VALUE "G".
003000*CATEGORIA DEL GASTO; EN BLANCO EN LAS SANGRIAS.
003100     05  VTA-MCJ-CATEGORIA            PIC X(02).
003200     05  VTA-MCJ-DOCUMENTO            PIC X(12).
003300     05  VTA-MCJ-IMPORTE              PIC 9(07)V9(02).
003400     05  VTA-MCJ-DESCRIPCION          PIC X(20).
003500     05  FILLER                       PIC X(20).

000100******************************************************************
000200*VTAEMPL - LAYOUT DEL MAESTRO DE EMPLEADOS COMPRADORES (EMPLEADO-
000300*FILE, EMPLEADM), VSAM KSDS INDEXADO POR LEGAJO: EL MISMO LEGAJO
000400*QUE LA CAJA INFORMA EN VTA-TRANS-VENDEDOR-ID Y EN VTA-TRANS-
000450*CAJERO-ID.
000500*LO MANTIENE LA CONSOLA DE PERSONAL (VTA8300). UN EMPLEADO QUE
000600*COMPRA PARA SI (VTA-TRANS-EMPLEADO-ID) RECIBE SU PORCENTAJE DE
000700*DESCUENTO EN LUGAR DE LOS DESCUENTOS DE TRAMO, FIDELIDAD Y
000800*VOLUMEN, Y NO PUEDE PASAR SU TOPE MENSUAL DE COMPRAS. SOLO CON LA
000900*AUTORIZACION DE DESCUENTO POR NOMINA FIRMADA PUEDE PAGAR CON EL
001000*MEDIO "NM", QUE SE LE DESCUENTA DEL SUELDO A FIN DE MES
001050*(VTA8400).
001100*EJERCICIO5 LLEVA EL CONSUMO DEL MES (TOTAL COBRADO, DEVOLUCIONES
001200*RESTANDO) Y LA ULTIMA VENTA APLICADA, PARA QUE UN REPROCESO POR
001300*REINICIO NO LA SUME DOS VECES. EL MES DE CONSUMO QUE NO ES EL DE
001400*LA VENTA SE TOMA COMO CERO.
001500*ESTADOS: "A" ACTIVO, "B" BAJA (NO COMPRA COMO EMPLEADO; LA BAJA
001600*ES LOGICA PARA QUE SUS MOVIMIENTOS SIGAN IDENTIFICADOS).
001700******************************************************************
001800 01  VTA-EMPLEADO-RECORD.
001900     05  VTA-EMP-LEGAJO               PIC X(05).
002000     05  VTA-EMP-NOMBRE               PIC X(30).
002100     05  VTA-EMP-SUCURSAL             PIC X(03).
002200     05  VTA-EMP-PORC-DESCUENTO       PIC 9(03)V9(02).
002300     05  VTA-EMP-TOPE-MENSUAL         PIC 9(07)V9(02).
002400     05  VTA-EMP-NOMINA-AUTORIZ       PIC X(01).
002500         88  VTA-EMP-NOMINA-AUTORIZADA
002600                                      VALUE "S".
002700     05  VTA-EMP-ESTADO               PIC X(01).
002800         88  VTA-EMP-ACTIVO           VALUE "A".
002900         88  VTA-EMP-DE-BAJA          VALUE "B".
003000     05  VTA-EMP-MES-CONSUMO          PIC 9(06).
003100     05  VTA-EMP-CONSUMO-MES          PIC S9(07)V9(02).
003200     05  VTA-EMP-ULT-VENTA.
003300         10  VTA-EMP-ULT-FECHA        PIC 9(08).
003400         10  VTA-EMP-ULT-SEQ          PIC 9(06).
003500     05  VTA-EMP-USUARIO              PIC X(08).
003600     05  FILLER                       PIC X(09).

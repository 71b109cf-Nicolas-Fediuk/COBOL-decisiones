000100******************************************************************
000200*VTACEMP - LAYOUT DEL REGISTRO DEL DIARIO DE COMPRAS DEL PERSONAL
000300*(CONS-EMP-FILE, CONSEMP). EJERCICIO5 LO GRABA AL FINAL (OPEN
000400*EXTEND) POR CADA VENTA COMPLETADA CON VTA-TRANS-EMPLEADO-ID:
000500*  "C" COMPRA DEL EMPLEADO.
000600*  "D" DEVOLUCION DE UNA COMPRA DEL EMPLEADO.
000700*LOS IMPORTES VAN SIEMPRE EN POSITIVO; EL TIPO DA EL SENTIDO.
000800*VTA-CEM-IMPORTE ES EL IMPORTE EN PESOS ANTES DEL DESCUENTO Y
000900*VTA-CEM-TOTAL-COBRAR LO COBRADO CON IVA. LAS COMPRAS CON MEDIO
001000*"NM" SON LAS QUE EL CIERRE MENSUAL (VTA8400) PASA A SUELDOS PARA
001100*DESCONTAR DEL RECIBO; CON ESTE DIARIO ARMA TAMBIEN EL REPORTE DE
001200*COMPRAS DEL PERSONAL PARA RECURSOS HUMANOS.
001300******************************************************************
001400 01  VTA-CONS-EMP-RECORD.
001500     05  VTA-CEM-FECHA                PIC 9(08).
001600     05  VTA-CEM-LEGAJO               PIC X(05).
001700     05  VTA-CEM-VENTA-FECHA          PIC 9(08).
001800     05  VTA-CEM-VENTA-SEQ            PIC 9(06).
001900     05  VTA-CEM-TERMINAL-ID          PIC X(05).
002000     05  VTA-CEM-TIPO                 PIC X(01).
002100         88  VTA-CEM-COMPRA           VALUE "C".
002200         88  VTA-CEM-DEVOLUCION       VALUE "D".
002300     05  VTA-CEM-MEDIO-PAGO           PIC X(02).
002400         88  VTA-CEM-POR-NOMINA       VALUE "NM".
002500     05  VTA-CEM-IMPORTE              PIC 9(07)V9(02).
002600     05  VTA-CEM-DESCUENTO            PIC 9(07)V9(02).
002700     05  VTA-CEM-TOTAL-COBRAR         PIC 9(07)V9(02).
002800     05  FILLER                       PIC X(18).

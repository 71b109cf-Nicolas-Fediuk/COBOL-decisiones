000100******************************************************************
000200*VTASENA - LAYOUT DEL REGISTRO DEL DIARIO DE SENAS DE PEDIDOS
000300*ESPECIALES (SENA-MOV-FILE, SENAMOV). SE GRABA SIEMPRE AL FINAL
000400*(OPEN EXTEND) Y ES LA CONTRAPARTIDA DEL PASIVO POR SENAS:
000500*  "C" COBRADA: LA CONSOLA DE PEDIDOS (VTA8100) TOMA LA SENA EN
000600*      EFECTIVO EN LA CAJA DE VTA-SNM-TERMINAL-ID.
000700*  "A" APLICADA: EJERCICIO5 LA USA COMO PAGO EN LA VENTA DEL
000800*      RETIRO (VTA-SNM-VENTA-FECHA/SEQ).
000900*  "D" DEVUELTA: VTA8100 LA DEVUELVE EN EFECTIVO DESDE LA CAJA.
001000*  "P" PERDIDA: VTA8100 LA DA POR PERDIDA (PASA A OTROS
001100*      INGRESOS; NO MUEVE CAJA).
001200*EL IMPORTE VA SIEMPRE EN POSITIVO; EL TIPO DA EL SENTIDO. EL
001300*ARQUEO (VTA1100), EL REPORTE Z (VTA4300), EL EXTRACTO CONTABLE
001400*(VTA0300) Y SU CONCILIACION (VTA2100) LEEN LOS MOVIMIENTOS DE
001500*LA FECHA DE NEGOCIO.
001600******************************************************************
001700 01  VTA-SENA-MOV-RECORD.
001800     05  VTA-SNM-FECHA                PIC 9(08).
001900     05  VTA-SNM-HORA                 PIC 9(06).
002000     05  VTA-SNM-TERMINAL-ID          PIC X(05).
002100     05  VTA-SNM-CAJERO-ID            PIC X(05).
002200     05  VTA-SNM-USUARIO              PIC X(08).
002300     05  VTA-SNM-TIPO                 PIC X(01).
002400         88  VTA-SNM-COBRADA          VALUE "C".
002500         88  VTA-SNM-APLICADA         VALUE "A".
002600         88  VTA-SNM-DEVUELTA         VALUE "D".
002700         88  VTA-SNM-PERDIDA          VALUE "P".
002800     05  VTA-SNM-PEDIDO.
002900         10  VTA-SNM-SUCURSAL         PIC X(03).
003000         10  VTA-SNM-PRODUCTO         PIC X(06).
003100         10  VTA-SNM-NUMERO           PIC 9(08).
003200     05  VTA-SNM-IMPORTE              PIC 9(07)V9(02).
003300     05  VTA-SNM-VENTA-FECHA          PIC 9(08).
003400     05  VTA-SNM-VENTA-SEQ            PIC 9(06).
003500     05  FILLER                       PIC X(07).

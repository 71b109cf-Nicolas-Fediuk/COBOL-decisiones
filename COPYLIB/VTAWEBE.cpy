000100******************************************************************
000200*VTAWEBE - LAYOUT DEL ARCHIVO DE NOVEDADES DE LA TIENDA WEB
000300*(WEB-NOVEDAD-FILE, WEBPEDI). LO DEJA CADA NOCHE LA TIENDA ONLINE
000400*CON LO QUE PASO EN EL DIA, EN EL ORDEN EN QUE PASO:
000500*  "H" CABECERA DE UN PEDIDO NUEVO, SEGUIDA DE SUS LINEAS "D".
000600*      EL IMPORTE DE LA CABECERA ES CERO O LA SUMA DE SUS LINEAS,
000700*      COMO EN UN TICKET DE CAJA; EL ENVIO ES EL CARGO DE ENVIO
000800*      NETO DE IVA (CERO SI SE RETIRA EN LA SUCURSAL).
000900*  "D" LINEA DE UN PEDIDO: PRODUCTO, CANTIDAD E IMPORTE NETO DE LA
001000*      LINEA (CANTIDAD POR PRECIO DE LISTA).
001100*  "P" PAGO ACREDITADO DE UN PEDIDO (TARJETA DB/CR, CON LA
001200*      AUTORIZACION DEL PROCESADOR Y EL PLAN DE CUOTAS).
001300*  "C" ANULACION DE UN PEDIDO A PEDIDO DEL CLIENTE.
001400*LO PROCESA VTA8000, QUE LLEVA LOS PEDIDOS EN WEBPEDM (VTAWEBP).
001500******************************************************************
001600 01  VTA-WEB-NOVEDAD-RECORD.
001700     05  VTA-WNV-TIPO                 PIC X(01).
001800         88  VTA-WNV-CABECERA         VALUE "H".
001900         88  VTA-WNV-DETALLE          VALUE "D".
002000         88  VTA-WNV-PAGO             VALUE "P".
002100         88  VTA-WNV-ANULACION        VALUE "C".
002200     05  VTA-WNV-PEDIDO               PIC X(10).
002300     05  VTA-WNV-DATOS                PIC X(69).
002400     05  VTA-WNV-DATOS-CABECERA REDEFINES VTA-WNV-DATOS.
002500         10  VTA-WNV-FECHA            PIC 9(08).
002600         10  VTA-WNV-CLIENTE-ID       PIC 9(08).
002700         10  VTA-WNV-SUCURSAL         PIC X(03).
002800         10  VTA-WNV-ENVIO            PIC 9(07)V9(02).
002900         10  VTA-WNV-IMPORTE          PIC 9(07)V9(02).
003000         10  FILLER                   PIC X(32).
003100     05  VTA-WNV-DATOS-DETALLE REDEFINES VTA-WNV-DATOS.
003200         10  VTA-WNV-LINEA            PIC 9(03).
003300         10  VTA-WNV-PRODUCTO         PIC X(06).
003400         10  VTA-WNV-CANTIDAD         PIC 9(05).
003500         10  VTA-WNV-IMPORTE-LINEA    PIC 9(07)V9(02).
003600         10  FILLER                   PIC X(46).
003700     05  VTA-WNV-DATOS-PAGO REDEFINES VTA-WNV-DATOS.
003800         10  VTA-WNV-FECHA-PAGO       PIC 9(08).
003900         10  VTA-WNV-MEDIO-PAGO       PIC X(02).
004000         10  VTA-WNV-AUTORIZ-TARJ     PIC X(06).
004100         10  VTA-WNV-PLAN-CUOTAS      PIC 9(02).
004200         10  FILLER                   PIC X(51).
004300     05  VTA-WNV-DATOS-ANULACION REDEFINES VTA-WNV-DATOS.
004400         10  VTA-WNV-FECHA-ANULACION  PIC 9(08).
004500         10  VTA-WNV-MOTIVO           PIC X(20).
004600         10  FILLER                   PIC X(41).

000100******************************************************************
000200*VTAWEBP - LAYOUT DEL MAESTRO DE PEDIDOS WEB (WEB-PEDIDO-FILE,
000300*WEBPEDM), VSAM KSDS INDEXADO POR PEDIDO + LINEA. LA LINEA 000 ES
000400*LA CABECERA DEL PEDIDO Y LAS SIGUIENTES SON SUS PRODUCTOS. LO
000500*MANTIENE VTA8000 CON LAS NOVEDADES DE LA TIENDA (VTAWEBE).
000600*ESTADOS DE LA CABECERA:
000700*  "R" RESERVADO: VALIDADO, CON EL STOCK RESERVADO EN LA SUCURSAL
000800*      QUE DESPACHA (VTA-STK-RESERVADO DE STOCKSUC), ESPERANDO EL
000900*      PAGO.
001000*  "P" PAGADO: SE CONVIERTE EN VENTA EN LA PROXIMA CORRIDA.
001100*  "V" VENDIDO: YA ENTRO A SALESTRN CON LA FECHA Y LA SECUENCIA
001200*      DE VENTA INDICADAS; LA RESERVA SE LIBERO Y EL STOCK LO
001300*      DESCUENTA LA VENTA EN EJERCICIO5.
001400*  "X" VENCIDO: SIN PAGO DENTRO DEL PLAZO; RESERVA LIBERADA.
001500*  "C" ANULADO POR EL CLIENTE; RESERVA LIBERADA.
001600******************************************************************
001700 01  VTA-WEB-PEDIDO-RECORD.
001800     05  VTA-WPD-CLAVE.
001900         10  VTA-WPD-PEDIDO           PIC X(10).
002000         10  VTA-WPD-LINEA            PIC 9(03).
002100     05  VTA-WPD-DATOS                PIC X(107).
002200     05  VTA-WPD-DATOS-CABECERA REDEFINES VTA-WPD-DATOS.
002300         10  VTA-WPD-ESTADO           PIC X(01).
002400             88  VTA-WPD-RESERVADO    VALUE "R".
002500             88  VTA-WPD-PAGADO       VALUE "P".
002600             88  VTA-WPD-VENDIDO      VALUE "V".
002700             88  VTA-WPD-VENCIDO      VALUE "X".
002800             88  VTA-WPD-ANULADO      VALUE "C".
002900         10  VTA-WPD-FECHA-PEDIDO     PIC 9(08).
003000         10  VTA-WPD-CLIENTE-ID       PIC 9(08).
003100         10  VTA-WPD-SUCURSAL         PIC X(03).
003200         10  VTA-WPD-TERMINAL-ID      PIC X(05).
003300         10  VTA-WPD-CANT-LINEAS      PIC 9(03).
003400         10  VTA-WPD-IMPORTE          PIC 9(07)V9(02).
003500         10  VTA-WPD-ENVIO            PIC 9(07)V9(02).
003600         10  VTA-WPD-MEDIO-PAGO       PIC X(02).
003700         10  VTA-WPD-AUTORIZ-TARJ     PIC X(06).
003800         10  VTA-WPD-PLAN-CUOTAS      PIC 9(02).
003900         10  VTA-WPD-FECHA-PAGO       PIC 9(08).
004000         10  VTA-WPD-FECHA-VENTA      PIC 9(08).
004100         10  VTA-WPD-SEQ-VENTA        PIC 9(06).
004200         10  VTA-WPD-FECHA-ESTADO     PIC 9(08).
004300         10  FILLER                   PIC X(21).
004400     05  VTA-WPD-DATOS-DETALLE REDEFINES VTA-WPD-DATOS.
004500         10  VTA-WPD-PRODUCTO         PIC X(06).
004600         10  VTA-WPD-CANTIDAD         PIC 9(05).
004700         10  VTA-WPD-IMPORTE-LINEA    PIC 9(07)V9(02).
004800         10  FILLER                   PIC X(87).

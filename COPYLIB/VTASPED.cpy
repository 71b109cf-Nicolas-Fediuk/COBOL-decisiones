000100******************************************************************
000200*VTASPED - LAYOUT DEL MAESTRO DE PEDIDOS ESPECIALES CON SENA
000300*(PEDIDO-ESP-FILE, PEDESPE), VSAM KSDS INDEXADO POR SUCURSAL +
000400*PRODUCTO + NUMERO DE PEDIDO. EL NUMERO LO ASIGNA LA CONSOLA DE
000500*PEDIDOS (VTA8100) DESDE SPDNUM Y ES UNICO EN LA EMPRESA; CON LA
000600*CLAVE ASI ARMADA LOS PEDIDOS DE UN PRODUCTO EN UNA SUCURSAL SE
000700*LEEN EN ORDEN DE ALTA, QUE ES EL ORDEN EN QUE SE RESERVAN.
000800*LA SENA COBRADA ES UN PASIVO CON EL CLIENTE, NO UNA VENTA: SE
000900*REGISTRA EN EL DIARIO DE SENAS (VTASENA) Y SE CANCELA AL
001000*APLICARSE COMO PAGO EN EL RETIRO, AL DEVOLVERSE O AL PERDERSE.
001100*ESTADOS:
001200*  "A" ABIERTO: ESPERANDO MERCADERIA EN LA SUCURSAL.
001300*  "R" RESERVADO: LA CANTIDAD ESTA EN VTA-STK-RESERVADO DE
001400*      STOCKSUC (AL DAR EL ALTA SI HABIA DISPONIBLE, O AL RECIBIR
001500*      MERCADERIA EN VTA1500). LA CORRIDA NOCTURNA (VTA8200) FIJA
001600*      EL PLAZO DE RETIRO Y LO INFORMA PARA LLAMAR AL CLIENTE.
001700*  "E" ENTREGADO: RETIRADO; EJERCICIO5 APLICO LA SENA A LA VENTA
001800*      DE VTA-SPD-VENTA-FECHA/SEQ Y LIBERO LA RESERVA.
001900*  "V" VENCIDO: NO SE RETIRO EN EL PLAZO; RESERVA LIBERADA Y SENA
002000*      PENDIENTE DE DEVOLVER O DE DAR POR PERDIDA.
002100*  "D" SENA DEVUELTA AL CLIENTE (ANULADO O VENCIDO).
002200*  "P" SENA PERDIDA POR EL CLIENTE (AUTORIZA UN SUPERVISOR).
002300******************************************************************
002400 01  VTA-PEDIDO-ESP-RECORD.
002500     05  VTA-SPD-CLAVE.
002600         10  VTA-SPD-SUCURSAL         PIC X(03).
002700         10  VTA-SPD-PRODUCTO         PIC X(06).
002800         10  VTA-SPD-NUMERO           PIC 9(08).
002900     05  VTA-SPD-CANTIDAD             PIC 9(05).
003000     05  VTA-SPD-CLIENTE-ID           PIC 9(08).
003100     05  VTA-SPD-NOMBRE               PIC X(30).
003200     05  VTA-SPD-TELEFONO             PIC X(15).
003300     05  VTA-SPD-SENA                 PIC 9(07)V9(02).
003400     05  VTA-SPD-FECHA-ALTA           PIC 9(08).
003500     05  VTA-SPD-FECHA-PROMETIDA      PIC 9(08).
003600     05  VTA-SPD-FECHA-RESERVA        PIC 9(08).
003700*VTA-SPD-FECHA-LIMITE ES EL ULTIMO DIA PARA RETIRAR. QUEDA EN
003800*CERO AL RESERVAR Y LA FIJA VTA8200 EN SU PRIMERA CORRIDA
003900*POSTERIOR (FECHA DE RESERVA MAS LOS DIAS DE PEDPARM).
004000     05  VTA-SPD-FECHA-LIMITE         PIC 9(08).
004100     05  VTA-SPD-ESTADO               PIC X(01).
004200         88  VTA-SPD-ABIERTO          VALUE "A".
004300         88  VTA-SPD-RESERVADO        VALUE "R".
004400         88  VTA-SPD-ENTREGADO        VALUE "E".
004500         88  VTA-SPD-VENCIDO          VALUE "V".
004600         88  VTA-SPD-DEVUELTO         VALUE "D".
004700         88  VTA-SPD-PERDIDO          VALUE "P".
004800         88  VTA-SPD-CON-SENA         VALUE "A" "R" "V".
004900     05  VTA-SPD-FECHA-ESTADO         PIC 9(08).
005000     05  VTA-SPD-USUARIO              PIC X(08).
005100     05  VTA-SPD-TERMINAL-ID          PIC X(05).
005200     05  VTA-SPD-CAJERO-ID            PIC X(05).
005300     05  VTA-SPD-VENTA-FECHA          PIC 9(08).
005400     05  VTA-SPD-VENTA-SEQ            PIC 9(06).
005500     05  FILLER                       PIC X(43).

000100******************************************************************
000200*VTACHEQ - LAYOUT DEL REGISTRO DE LA CARTERA DE CHEQUES RECIBIDOS
000300*EN PAGO DE CUENTA CORRIENTE (CHEQ-CART-FILE, VSAM KSDS POR
000400*VTA-CHQ-KEY). LA CLAVE EMPIEZA POR LA FECHA DE COBRO, ASI EL
000500*BARRIDO SECUENCIAL DEL ARCHIVO YA SALE ORDENADO POR FECHA DE
000600*COBRO PARA TESORERIA (VTA7100). LA CORRIDA NOCTURNA VTA2600 DA
000700*DE ALTA CADA CHEQUE EN CARTERA ("C") AL ACREDITAR EL PAGO EN
000800*FORMA PROVISORIA, Y LO PASA A ACREDITADO ("A") CUANDO LA FECHA
000900*DE COBRO QUEDO ATRAS SIN RECHAZO. EL RECHAZO DEL BANCO SE
001000*REGISTRA CON VTA7000 ("R"), QUE REVIERTE EL CREDITO, DEBITA EL
001100*GASTO BANCARIO Y BLOQUEA AL CLIENTE.
001200******************************************************************
001300 01  VTA-CHEQUE-RECORD.
001400     05  VTA-CHQ-KEY.
001500         10  VTA-CHQ-FECHA-COBRO      PIC 9(08).
001600         10  VTA-CHQ-BANCO            PIC 9(03).
001700         10  VTA-CHQ-NUMERO           PIC 9(08).
001800     05  VTA-CHQ-CLIENTE-ID           PIC 9(08).
001900     05  VTA-CHQ-LIBRADOR             PIC X(20).
002000     05  VTA-CHQ-IMPORTE              PIC 9(09)V9(02).
002100     05  VTA-CHQ-FECHA-RECIBIDO       PIC 9(08).
002200     05  VTA-CHQ-RECIBO               PIC X(12).
002300     05  VTA-CHQ-ESTADO               PIC X(01).
002400         88  VTA-CHQ-EN-CARTERA       VALUE "C".
002500         88  VTA-CHQ-ACREDITADO       VALUE "A".
002600         88  VTA-CHQ-RECHAZADO        VALUE "R".
002700*FECHA DEL ULTIMO CAMBIO DE ESTADO, GASTO BANCARIO DEL RECHAZO Y
002800*USUARIO QUE LO REGISTRO (EN CERO / BLANCO MIENTRAS NO HAY
002900*RECHAZO).
003000     05  VTA-CHQ-FECHA-ESTADO         PIC 9(08).
003100     05  VTA-CHQ-GASTO-RECHAZO        PIC 9(07)V9(02).
003200     05  VTA-CHQ-USUARIO              PIC X(08).
003300     05  FILLER                       PIC X(16).

000100******************************************************************
000200*VTAPREF - LAYOUT DEL REGISTRO DE PLANES DE PAGO (REFINANCIACION)
000300*DE CUENTA CORRIENTE (PLAN-REF-FILE, VSAM KSDS POR VTA-PRF-KEY,
000400*CLIENTE + FECHA DE ALTA; UN CLIENTE TIENE A LO SUMO UN PLAN
000500*ACTIVO, LOS TERMINADOS QUEDAN COMO HISTORIA). EL ALTA LA HACE
000600*COBRANZAS CON VTA7200: EL SALDO VENCIDO (MAS DE 30 DIAS) SALE DE
000700*LA ANTIGUEDAD CON UN CREDITO "P" Y PASA AL PLAN COMO CAPITAL, A
000800*PAGAR EN CUOTAS MENSUALES IGUALES CON LA TASA PACTADA. LA CORRIDA
000900*MENSUAL VTA7300 DEBITA CADA CUOTA ("K") EN SU VENCIMIENTO, DA EL
001000*PLAN POR CUMPLIDO ("C") O, CON DOS CUOTAS IMPAGAS, LO DA POR
001100*CAIDO ("I") Y DEVUELVE EL CAPITAL RESTANTE A LA ANTIGUEDAD.
001200*MIENTRAS EL PLAN ESTA ACTIVO, VTA4100 NO LE CARGA INTERES.
001300******************************************************************
001400 01  VTA-PLAN-REF-RECORD.
001500     05  VTA-PRF-KEY.
001600         10  VTA-PRF-CLIENTE-ID       PIC 9(08).
001700         10  VTA-PRF-FECHA-ALTA       PIC 9(08).
001800     05  VTA-PRF-ESTADO               PIC X(01).
001900         88  VTA-PRF-ACTIVO           VALUE "A".
002000         88  VTA-PRF-CUMPLIDO         VALUE "C".
002100         88  VTA-PRF-CAIDO            VALUE "I".
002200     05  VTA-PRF-CAPITAL              PIC 9(09)V9(02).
002300*TASA MENSUAL PACTADA, EN PUNTOS PORCENTUALES.
002400     05  VTA-PRF-TASA-MENSUAL         PIC 9(03)V9(02).
002500     05  VTA-PRF-CANT-CUOTAS          PIC 9(02).
002600     05  VTA-PRF-IMPORTE-CUOTA        PIC 9(09)V9(02).
002700     05  VTA-PRF-FECHA-PROX-VTO       PIC 9(08).
002800     05  VTA-PRF-CUOTAS-POSTEADAS     PIC 9(02).
002900*CAPITAL TODAVIA NO DEBITADO EN CUOTAS.
003000     05  VTA-PRF-SALDO-CAPITAL        PIC 9(09)V9(02).
003100*PAGOS DEL CLIENTE DESDE EL ALTA Y CUOTAS IMPAGAS SEGUN LA
003200*ULTIMA CORRIDA MENSUAL.
003300     05  VTA-PRF-IMP-PAGADO           PIC 9(09)V9(02).
003400     05  VTA-PRF-CUOTAS-ATRASADAS     PIC 9(02).
003500     05  VTA-PRF-FECHA-BAJA           PIC 9(08).
003600     05  VTA-PRF-USUARIO              PIC X(08).
003700     05  FILLER                       PIC X(24).

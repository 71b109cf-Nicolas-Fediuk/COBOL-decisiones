000100******************************************************************
000200*VTAACRP - LAYOUT DEL REGISTRO DE ACREDITACIONES PENDIENTES DE LOS
000300*MEDIOS DE TARJETA (ACRED-PEND-FILE, VSAM KSDS POR VTA-ACP-KEY).
000400*LA LIQUIDACION DIARIA (VTA1600) GRABA UN REGISTRO POR CADA LINEA
000500*DB/CR DE LIQMPAGO: FECHA DE NEGOCIO, TERMINAL, MEDIO Y PLAN DE
000600*CUOTAS, CON LO COBRADO Y LA FECHA EN QUE EL ADQUIRENTE DEBE
000700*ACREDITARLO SEGUN EL PLAZO DEL PLAN (VTAPLCU). EL CRUCE DE LA
000800*RENDICION (VTA3700) LO BUSCA POR CLAVE CUANDO LLEGA LA PLATA, LO
000900*COMPARA Y LO MARCA RENDIDO; LO QUE SIGUE PENDIENTE CON LA FECHA
001000*DE ACREDITACION VENCIDA ES UNA RENDICION FALTANTE, Y LO QUE AUN
001100*NO VENCE ES PLATA A RECIBIR, NO UNA EXCEPCION. ASI UNA VENTA EN
001200*12 CUOTAS NO FIGURA COMO FALTANTE EL DIA SIGUIENTE AL COBRO.
001300*VTA3700 BORRA LOS REGISTROS RENDIDOS CUANDO YA NO HACEN FALTA
001400*PARA DETECTAR UNA RENDICION REPETIDA.
001500******************************************************************
001600 01  VTA-ACRED-PEND-RECORD.
001700     05  VTA-ACP-KEY.
001800         10  VTA-ACP-FECHA            PIC 9(08).
001900         10  VTA-ACP-TERMINAL-ID      PIC X(05).
002000         10  VTA-ACP-MEDIO-PAGO       PIC X(02).
002100         10  VTA-ACP-PLAN-CUOTAS      PIC 9(02).
002200     05  VTA-ACP-FECHA-ACREDIT        PIC 9(08).
002300     05  VTA-ACP-CANT-VENTAS          PIC 9(07).
002400     05  VTA-ACP-TOT-COBRADO          PIC S9(09)V9(02).
002500     05  VTA-ACP-ESTADO               PIC X(01).
002600         88  VTA-ACP-PENDIENTE        VALUE "P".
002700         88  VTA-ACP-RENDIDA          VALUE "R".
002800*FECHA DE PAGO E IMPORTE BRUTO DE LA RENDICION QUE LA CANCELO (EN
002900*CERO MIENTRAS ESTA PENDIENTE).
003000     05  VTA-ACP-FECHA-RENDIDA        PIC 9(08).
003100     05  VTA-ACP-IMP-RENDIDO          PIC S9(09)V9(02).
003200     05  FILLER                       PIC X(17).

000100******************************************************************
000200*VTAPRYT - LAYOUT DEL REGISTRO DE LA HISTORIA DE PROYECCIONES DE
000300*CAJA (PROY-TESO-FILE), VSAM KSDS POR VTA-PRY-KEY: FECHA DE
000400*NEGOCIO DE LA CORRIDA MAS EL DIA PROYECTADO. LA PROYECCION
000500*SEMANAL DE TESORERIA (VTA7600) GRABA UN REGISTRO POR CADA UNO DE
000600*LOS 30 DIAS CON LO ESPERADO POR ORIGEN Y EL SALDO ACUMULADO, MAS
000700*UN REGISTRO DE CABECERA CON EL DIA EN CERO QUE GUARDA EL SALDO
000800*INICIAL INGRESADO Y EL PASIVO POR GIFT CARDS A ESA FECHA. LA
000900*CORRIDA DE LA SEMANA SIGUIENTE LEE LA ANTERIOR PARA COMPARAR LO
001000*PROYECTADO CON LO QUE REALMENTE PASO. UNA CORRIDA REPETIDA PARA
001100*LA MISMA FECHA REEMPLAZA SUS REGISTROS.
001200******************************************************************
001300 01  VTA-PROY-TESO-RECORD.
001400     05  VTA-PRY-KEY.
001500         10  VTA-PRY-FECHA-CORRIDA    PIC 9(08).
001600         10  VTA-PRY-FECHA-DIA        PIC 9(08).
001700     05  VTA-PRY-IMPORTES.
001800         10  VTA-PRY-TARJETAS         PIC S9(11)V9(02).
001900         10  VTA-PRY-CTA-CTE          PIC S9(11)V9(02).
002000         10  VTA-PRY-CHEQUES          PIC S9(11)V9(02).
002100         10  VTA-PRY-PROVEEDORES      PIC S9(11)V9(02).
002200         10  VTA-PRY-COMPRAS          PIC S9(11)V9(02).
002300         10  VTA-PRY-SALDO            PIC S9(11)V9(02).
002400*VISTA DEL REGISTRO DE CABECERA (VTA-PRY-FECHA-DIA EN CERO).
002500     05  VTA-PRY-CABECERA REDEFINES VTA-PRY-IMPORTES.
002600         10  VTA-PRY-SALDO-INICIAL    PIC S9(11)V9(02).
002700         10  VTA-PRY-PASIVO-GIFT      PIC S9(11)V9(02).
002800         10  FILLER                   PIC X(52).
002900     05  FILLER                       PIC X(06).

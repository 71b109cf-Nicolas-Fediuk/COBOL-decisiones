000100******************************************************************
000200*VTAPLCU - LAYOUT DEL REGISTRO DE LA TABLA DE PLANES DE CUOTAS
000300*(PLAN-CUOTAS-FILE). UN REGISTRO POR MEDIO DE TARJETA Y CANTIDAD
000400*DE CUOTAS (POR EJEMPLO CR 01, CR 03, CR 06, CR 12 Y DB 01) CON:
000500*  - EL PORCENTAJE DE RECARGO FINANCIERO QUE EJERCICIO5 SUMA AL
000600*    TOTAL DE LA VENTA (CERO PARA UN PLAN SIN RECARGO);
000700*  - LA CATEGORIA DE IVA DEL RECARGO ("G" GENERAL, "R" REDUCIDO,
000800*    "E" EXENTO; EN BLANCO ES GENERAL), QUE ES PROPIA DEL RECARGO
000900*    Y NO DEPENDE DE LA CATEGORIA DE LA MERCADERIA VENDIDA;
001000*  - EL PLAZO EN DIAS CORRIDOS CON QUE EL ADQUIRENTE ACREDITA LO
001100*    COBRADO CON EL PLAN, QUE USA LA LIQUIDACION (VTA1600) PARA
001200*    FECHAR LA ACREDITACION ESPERADA QUE CRUZA VTA3700.
001300*UN PLAN EN CUOTAS (MAS DE UNA) SOLO EXISTE PARA EL MEDIO "CR". UN
001400*MEDIO DE TARJETA SIN REGISTRO PARA UN PAGO SE ACREDITA EN EL DIA,
001500*SIN RECARGO. LO MANTIENE TESORERIA CUANDO EL ADQUIRENTE CAMBIA
001600*LAS CONDICIONES DE LOS PLANES.
001700******************************************************************
001800 01  VTA-PLAN-CUOTAS-RECORD.
001900     05  VTA-PLC-MEDIO-PAGO           PIC X(02).
002000     05  VTA-PLC-CUOTAS               PIC 9(02).
002100     05  VTA-PLC-DESCRIPCION          PIC X(20).
002200     05  VTA-PLC-RECARGO-PORC         PIC 9(03)V9(02).
002300     05  VTA-PLC-CAT-IVA              PIC X(01).
002400         88  VTA-PLC-IVA-GENERAL      VALUE "G" " ".
002500         88  VTA-PLC-IVA-REDUCIDO     VALUE "R".
002600         88  VTA-PLC-IVA-EXENTO       VALUE "E".
002700     05  VTA-PLC-DIAS-ACREDIT         PIC 9(03).
002800     05  FILLER                       PIC X(47).

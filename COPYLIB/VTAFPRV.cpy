000100******************************************************************
000200*VTAFPRV - LAYOUT DE LA LINEA DE FACTURA DE PROVEEDOR
000300*(FACT-PROV-FILE). LA GRABA LA PANTALLA DE CAPTURA VTA6000, UNA
000400*LINEA POR CADA RENGLON DE LA FACTURA, CON LA ORDEN DE COMPRA
000500*QUE FACTURA, LA CANTIDAD Y EL PRECIO UNITARIO FACTURADOS. LAS
000600*LINEAS DE UNA MISMA FACTURA QUEDAN CONTIGUAS Y NUMERADAS DESDE
000700*001. EL CRUCE VTA6100 LAS EMPAREJA CONTRA LA ORDEN
000800*(ORDEN-COMPRA-FILE) Y CONTRA LO REALMENTE RECIBIDO POR VTA1500,
000900*Y LAS LINEAS DE LAS FACTURAS RETENIDAS SALEN CON EL MISMO
001000*LAYOUT Y EL MOTIVO DE LA RETENCION CARGADO:
001100*  O - ORDEN INEXISTENTE, DE OTRO PROVEEDOR O DE OTRO PRODUCTO.
001200*  R - CANTIDAD FACTURADA MAYOR QUE LA RECIBIDA Y NO FACTURADA.
001300*  P - PRECIO FACTURADO POR ENCIMA DEL PRECIO DE LA RECEPCION
001400*      MAS LA TOLERANCIA.
001500*  D - FACTURA YA LIBERADA ANTERIORMENTE (MISMO PROVEEDOR Y
001600*      NUMERO).
001700*  M - PROVEEDOR INEXISTENTE O DADO DE BAJA EN EL MAESTRO.
001800*  F - LINEA CORRECTA DE UNA FACTURA RETENIDA POR OTRA LINEA.
001900******************************************************************
002000 01  VTA-FACT-PROV-RECORD.
002100     05  VTA-FPV-PROVEEDOR            PIC X(08).
002200     05  VTA-FPV-FACTURA              PIC X(12).
002300     05  VTA-FPV-FECHA                PIC 9(08).
002400     05  VTA-FPV-LINEA                PIC 9(03).
002500     05  VTA-FPV-ORDEN                PIC 9(08).
002600     05  VTA-FPV-PRODUCTO             PIC X(06).
002700     05  VTA-FPV-CANTIDAD             PIC 9(07).
002800     05  VTA-FPV-PRECIO-UNIT          PIC 9(07)V9(02).
002900     05  VTA-FPV-MOTIVO               PIC X(01).
003000         88  VTA-FPV-SIN-MOTIVO       VALUE " ".
003100         88  VTA-FPV-ORDEN-INVALIDA   VALUE "O".
003200         88  VTA-FPV-NO-RECIBIDO      VALUE "R".
003300         88  VTA-FPV-PRECIO-MAYOR     VALUE "P".
003400         88  VTA-FPV-DUPLICADA        VALUE "D".
003500         88  VTA-FPV-PROV-INVALIDO    VALUE "M".
003600         88  VTA-FPV-POR-FACTURA      VALUE "F".
003700     05  VTA-FPV-USUARIO              PIC X(08).
003800     05  FILLER                       PIC X(10).

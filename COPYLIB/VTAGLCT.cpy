000500*GENERAL QUE RECIBEN EL DESCUENTO OTORGADO Y EL IMPORTE COBRADO,
000600*PARA QUE CONTADURIA PUEDA CAMBIAR EL PLAN DE CUENTAS SIN
000700*RECOMPILAR EL EXTRACTO.
000725*EL REGISTRO CON VTA-GLC-TIER = 97 NO ES UN TRAMO: SU
000750*VTA-GLC-CUENTA-DESCUENTO ES LA CUENTA DE PERDIDA POR
000775*CONTRACARGOS A LA QUE VTA0300 POSTEA LOS CASOS PERDIDOS.
000780*TAMPOCO ES UN TRAMO EL REGISTRO CON VTA-GLC-TIER = 96: SU
000785*VTA-GLC-CUENTA-DESCUENTO ES EL PASIVO POR SENAS DE PEDIDOS
000790*ESPECIALES Y SU VTA-GLC-CUENTA-COBRADO LA CUENTA DE OTROS
000795*INGRESOS QUE RECIBE LAS SENAS PERDIDAS.
000796*EL REGISTRO CON VTA-GLC-TIER = 94 TAMPOCO ES UN TRAMO: SU
000797*VTA-GLC-CUENTA-DESCUENTO ES EL PASIVO POR PERCEPCIONES DE
000798*INGRESOS BRUTOS A DEPOSITAR A LA PROVINCIA.
000812*LOS REGISTROS CON VTA-GLC-TIER = 93 Y 92 SON LAS CUENTAS DE
000827*INVENTARIO DE VTA9500: EL 93 TRAE EN VTA-GLC-CUENTA-DESCUENTO LA
000841*CUENTA DE COSTO DE VENTAS; EL 92 TRAE EN VTA-GLC-CUENTA-DESCUENTO
000856*LA CUENTA DE MERMA Y EN VTA-GLC-CUENTA-COBRADO LA DE AJUSTES DE
000870*INVENTARIO.
000885******************************************************************
000900 01  VTA-GL-CUENTA-RECORD.
001000     05  VTA-GLC-TIER                 PIC 9(02).
001100     05  VTA-GLC-CUENTA-DESCUENTO     PIC X(10).

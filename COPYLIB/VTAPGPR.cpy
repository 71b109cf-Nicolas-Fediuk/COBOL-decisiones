000100******************************************************************
000200*VTAPGPR - LAYOUT DE LA FACTURA DE PROVEEDOR LIBERADA PARA PAGO
000300*(PAGO-PROV-FILE). LO GRABA EL CRUCE VTA6100 POR CADA FACTURA
000400*CUYAS LINEAS COINCIDIERON TODAS CON SU ORDEN DE COMPRA Y CON
000500*LO RECIBIDO: ES LO UNICO QUE TESORERIA PAGA. EL VENCIMIENTO ES
000600*LA FECHA DE LA FACTURA MAS EL PLAZO DE PAGO DEL MAESTRO DE
000700*PROVEEDORES, Y LOS DATOS BANCARIOS SALEN DEL MISMO MAESTRO.
000800******************************************************************
000900 01  VTA-PAGO-PROV-RECORD.
001000     05  VTA-PGP-PROVEEDOR            PIC X(08).
001100     05  VTA-PGP-NOMBRE               PIC X(30).
001200     05  VTA-PGP-CUIT                 PIC 9(11).
001300     05  VTA-PGP-FACTURA              PIC X(12).
001400     05  VTA-PGP-FECHA-FACT           PIC 9(08).
001500     05  VTA-PGP-FECHA-VTO            PIC 9(08).
001600     05  VTA-PGP-IMPORTE              PIC 9(09)V9(02).
001700     05  VTA-PGP-BANCO                PIC X(20).
001800     05  VTA-PGP-CBU                  PIC X(22).
001900     05  FILLER                       PIC X(10).

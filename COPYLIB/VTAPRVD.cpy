000100******************************************************************
000200*VTAPRVD - LAYOUT DEL REGISTRO DEL MAESTRO DE PROVEEDORES
000300*(PROVEEDOR-MASTER-FILE), VSAM KSDS INDEXADO POR VTA-PRV-CODIGO,
000400*EL MISMO CODIGO DE 8 CARACTERES QUE YA VIAJABA EN
000500*VTA-PROD-PROVEEDOR Y VTA-ODC-PROVEEDOR. SE MANTIENE CON LA
000600*PANTALLA VTA5900. EL PLAZO DE PAGO (DIAS CORRIDOS DESDE LA
000700*FECHA DE LA FACTURA) Y LOS DATOS BANCARIOS LOS USA EL CRUCE DE
000800*FACTURAS DE PROVEEDOR (VTA6100) PARA ARMAR LA ORDEN DE PAGO DE
000900*TESORERIA. UN PROVEEDOR DADO DE BAJA NO SE BORRA (LO CITAN LAS
001000*ORDENES DE COMPRA VIEJAS): QUEDA EN ESTADO "B" Y SUS FACTURAS
001100*SE RETIENEN.
001200******************************************************************
001300 01  VTA-PROVEEDOR-RECORD.
001400     05  VTA-PRV-CODIGO               PIC X(08).
001500     05  VTA-PRV-NOMBRE               PIC X(30).
001600     05  VTA-PRV-CUIT                 PIC 9(11).
001700     05  VTA-PRV-PLAZO-PAGO           PIC 9(03).
001800     05  VTA-PRV-BANCO                PIC X(20).
001900     05  VTA-PRV-CBU                  PIC X(22).
002000     05  VTA-PRV-ESTADO               PIC X(01).
002100         88  VTA-PRV-ACTIVO           VALUE "A".
002200         88  VTA-PRV-BAJA             VALUE "B".
002300     05  FILLER                       PIC X(25).

000100******************************************************************
000200*VTAVINV - LAYOUT DEL REGISTRO DE LA VALUACION DE INVENTARIO DE
000300*CIERRE DE MES (VAL-INV-FILE), 80 POSICIONES, EN ORDEN DE PRODUCTO
000400*Y SUCURSAL. LA GRABA CADA MES VTA9500 CON LAS UNIDADES DE CADA
000500*PRODUCTO EN CADA SUCURSAL AL ULTIMO DIA DEL MES, EL COSTO
000600*PROMEDIO CON QUE SE VALORIZARON Y EL VALOR: ES LA EXISTENCIA
000700*INICIAL DEL MES SIGUIENTE.
000800******************************************************************
000900 01  VTA-VAL-INV-RECORD.
001000     05  VTA-VIN-CLAVE.
001100         10  VTA-VIN-PRODUCTO         PIC X(06).
001200         10  VTA-VIN-SUCURSAL         PIC X(03).
001300     05  VTA-VIN-MES                  PIC 9(06).
001400     05  VTA-VIN-STOCK                PIC S9(07).
001500     05  VTA-VIN-COSTO-UNIT           PIC 9(07)V9(02).
001600     05  VTA-VIN-VALOR                PIC S9(11)V9(02).
001700     05  FILLER                       PIC X(36).

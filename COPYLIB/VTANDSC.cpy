000100******************************************************************
000200*VTANDSC - LAYOUT DEL REGISTRO DE LA INTERFASE DE DESCUENTOS POR
000300*NOMINA A SUELDOS (NOMINA-DESC-FILE, NOMDESC), GENERADA POR EL
000400*CIERRE MENSUAL DE COMPRAS DEL PERSONAL (VTA8400) COMO VTA2000
000500*GENERA LA DE COMISIONES: UN REGISTRO POR EMPLEADO CON COMPRAS EN
000600*EL MES PAGADAS CON EL MEDIO "NM", CON LA CANTIDAD DE
000700*MOVIMIENTOS Y EL IMPORTE A DESCONTAR DEL RECIBO, NETO DE
000800*DEVOLUCIONES (NEGATIVO SI LAS DEVOLUCIONES SUPERAN LAS COMPRAS:
000900*SE LE REINTEGRA).
000950******************************************************************
001000 01  VTA-NOMINA-DESC-RECORD.
001100     05  VTA-NDS-MES                  PIC 9(06).
001200     05  VTA-NDS-LEGAJO               PIC X(05).
001300     05  VTA-NDS-CANT-MOVIMIENTOS     PIC 9(05).
001400     05  VTA-NDS-IMPORTE              PIC S9(09)V9(02).
001500     05  FILLER                       PIC X(53).

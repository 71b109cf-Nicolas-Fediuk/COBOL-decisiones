000100******************************************************************
000200*VTAOBJV - LAYOUT DEL REGISTRO DEL ARCHIVO DE OBJETIVOS DE VENTA
000300*(OBJETIVO-FILE, VSAM KSDS POR VTA-OBJ-KEY). UN REGISTRO POR MES,
000400*SUCURSAL Y VENDEDOR CON EL IMPORTE DE VENTA NETA (BASE IMPONIBLE,
000500*EL MISMO CRITERIO DE VTA-AUD-TOTAL QUE LIQUIDA VTA2000) QUE SE
000600*ESPERA PARA EL MES. EL REGISTRO CON VTA-OBJ-VENDEDOR EN BLANCO ES
000700*EL OBJETIVO DE LA SUCURSAL COMPLETA; SI NO ESTA CARGADO, EL
000800*REPORTE DE AVANCE (VTA6900) TOMA LA SUMA DE LOS OBJETIVOS DE SUS
000900*VENDEDORES. SE MANTIENE CON VTA6800.
001000******************************************************************
001100 01  VTA-OBJETIVO-RECORD.
001200     05  VTA-OBJ-KEY.
001300         10  VTA-OBJ-MES              PIC 9(06).
001400         10  VTA-OBJ-SUCURSAL         PIC X(03).
001500         10  VTA-OBJ-VENDEDOR         PIC X(05).
001600     05  VTA-OBJ-IMPORTE              PIC 9(09)V9(02).
001700*USUARIO DE VTALOGON Y FECHA DEL SISTEMA DE LA ULTIMA ALTA O
001800*MODIFICACION.
001900     05  VTA-OBJ-USUARIO              PIC X(08).
002000     05  VTA-OBJ-FECHA-ACT            PIC 9(08).
002100     05  FILLER                       PIC X(39).

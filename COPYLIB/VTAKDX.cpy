002210*SUCURSAL DEL MOVIMIENTO (EN BLANCO SI EL MOVIMIENTO SOLO TOCO
002220*EL STOCK TOTAL DE LA EMPRESA).
002230     05  VTA-KDX-SUCURSAL             PIC X(03).
002330*LOTE Y VENCIMIENTO DEL MOVIMIENTO CUANDO EL DOCUMENTO LOS INFORMA
002430*(RECEPCIONES, BAJAS DE LOTES VENCIDOS); EN BLANCO Y CERO SI NO.
002530     05  VTA-KDX-LOTE                 PIC X(12).
002630     05  VTA-KDX-VENCIMIENTO          PIC 9(08).

001000*(ENTREGAS POR MENOS DE LO PEDIDO) O CUMPLIDA. EL REPORTE
001100*SEMANAL VTA3200 LISTA LAS ORDENES ABIERTAS Y VENCIDAS PARA
001200*COMPRAS.
001210*VTA-ODC-PRECIO-RECIBIDO ES EL PRECIO UNITARIO PROMEDIO DE LO
001220*RECIBIDO SEGUN LOS REMITOS (VTA-MVS-PRECIO-COMPRA DE CADA
001230*RECEPCION DE VTA1500) Y VTA-ODC-CANT-FACTURADA LO QUE EL
001240*PROVEEDOR YA FACTURO Y SE LIBERO PARA PAGO (VTA6100): EL CRUCE
001250*DE FACTURAS NO DEJA PAGAR MAS UNIDADES QUE LAS RECIBIDAS NI A
001260*UN PRECIO MAYOR QUE EL DEL REMITO.
001300******************************************************************
001400 01  VTA-ORDEN-COMPRA-RECORD.
001500     05  VTA-ODC-NUMERO               PIC 9(08).
002400         88  VTA-ODC-PARCIAL          VALUE "P".
002500         88  VTA-ODC-CUMPLIDA         VALUE "C".
002600     05  VTA-ODC-FECHA-ULT-RECEP      PIC 9(08).
002700     05  VTA-ODC-PRECIO-RECIBIDO      PIC 9(07)V9(02).
002800     05  VTA-ODC-CANT-FACTURADA       PIC 9(07).

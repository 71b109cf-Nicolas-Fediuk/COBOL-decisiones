000100******************************************************************
000200*VTAFIDE - LAYOUT DEL REGISTRO DE LA TABLA DE BONUS POR TIER DE
000300*FIDELIDAD (FIDELIDAD-TABLA-FILE). LOS PUNTOS PORCENTUALES DEL
000400*TIER DEL CLIENTE (VTA-CLI-TIER-LEALTAD: "B" BRONCE, "P" PLATA,
000500*"O" ORO) SE SUMAN AL PORCENTAJE YA DETERMINADO POR TRAMO DE
000600*IMPORTE, IGUAL QUE EL BONUS POR VOLUMEN. UN TIER QUE NO FIGURA
000700*EN LA TABLA NO SUMA NADA.
000800******************************************************************
000900 01  VTA-FIDE-TABLA-RECORD.
001000     05  VTA-FIDT-TIER-LEALTAD        PIC X(01).
001100     05  VTA-FIDT-PORCENTAJE          PIC 9(03)V9(02).

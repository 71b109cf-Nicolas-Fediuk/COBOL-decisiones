000100******************************************************************
000200*VTASTLT - LAYOUT DEL REGISTRO DE STOCK POR LOTE
000300*(STOCK-LOTE-FILE), VSAM KSDS INDEXADO POR PRODUCTO + SUCURSAL +
000400*VENCIMIENTO + LOTE. ES EL DESGLOSE POR PARTIDA DEL STOCK DE LA
000500*SUCURSAL (VTASTKS): VTA1500 LO CARGA CON LAS RECEPCIONES QUE
000600*INFORMAN LOTE Y VENCIMIENTO Y LO DESCUENTA CON LOS AJUSTES
000700*NEGATIVOS Y LAS TRANSFERENCIAS, Y EJERCICIO5 CONSUME PRIMERO EL
000800*LOTE QUE VENCE ANTES. COMO EL VENCIMIENTO VA EN LA CLAVE, UNA
000900*LECTURA SECUENCIAL DESDE PRODUCTO + SUCURSAL RECORRE LOS LOTES
001000*EN ORDEN DE VENCIMIENTO. UN LOTE SIN FECHA DE VENCIMIENTO SE
001100*GUARDA CON 99991231 PARA QUE SE CONSUMA ULTIMO. LO QUE LA
001200*SUCURSAL TIENE DE MAS SOBRE LA SUMA DE SUS LOTES ES MERCADERIA
001300*RECIBIDA SIN LOTE (ANTERIOR AL CONTROL POR LOTE O DEVUELTA).
001400******************************************************************
001500 01  VTA-STOCK-LOTE-RECORD.
001600     05  VTA-LOT-CLAVE.
001700         10  VTA-LOT-PRODUCTO         PIC X(06).
001800         10  VTA-LOT-SUCURSAL         PIC X(03).
001900         10  VTA-LOT-VENCIMIENTO      PIC 9(08).
002000         10  VTA-LOT-LOTE             PIC X(12).
002100     05  VTA-LOT-CANTIDAD             PIC S9(07).
002200     05  VTA-LOT-FECHA-RECEP          PIC 9(08).
002300     05  FILLER                       PIC X(36).

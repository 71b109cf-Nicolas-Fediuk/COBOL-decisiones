000100******************************************************************
000200*VTAETIQ - LAYOUT DEL ARCHIVO DE ETIQUETAS DE GONDOLA (ETIQUETA-
000300*FILE, ETIQUETA). LO GRABA CADA NOCHE VTA7900 CON LOS PRODUCTOS
000400*CUYO PRECIO DE VENTA CAMBIA EL PROXIMO DIA LABORABLE, POR UN
000500*CAMBIO DE LISTA (PRECIOSV) O PORQUE UNA PROMOCION EMPIEZA O
000600*TERMINA. ES EL FORMATO FIJO QUE TOMA EL SPOOL DE LAS IMPRESORAS
000700*DE ETIQUETAS: UN BLOQUE POR SUCURSAL, ABIERTO POR UNA CABECERA
000800*"H" (FECHA DE EMISION Y FECHA DESDE LA QUE RIGEN LOS PRECIOS),
000900*UNA ETIQUETA "D" POR PRODUCTO Y UNA COLA "T" CON LA CANTIDAD DE
001000*ETIQUETAS DEL BLOQUE, QUE EL SPOOL CONTROLA ANTES DE IMPRIMIR.
001100*LOS IMPORTES VAN SIN EDITAR (EL FORMATO LO PONE LA PLANTILLA DE
001200*LA IMPRESORA). SIN PROMOCION, EL PRECIO PROMOCIONAL Y SUS
001300*FECHAS VAN EN CERO.
001400******************************************************************
001500 01  VTA-ETIQUETA-RECORD.
001600     05  VTA-ETQ-TIPO                 PIC X(01).
001700         88  VTA-ETQ-CABECERA         VALUE "H".
001800         88  VTA-ETQ-DETALLE          VALUE "D".
001900         88  VTA-ETQ-COLA             VALUE "T".
002000     05  VTA-ETQ-SUCURSAL             PIC X(03).
002100     05  VTA-ETQ-DATOS.
002200         10  VTA-ETQ-PRODUCTO         PIC X(06).
002300         10  VTA-ETQ-DESCRIPCION      PIC X(20).
002400         10  VTA-ETQ-PRECIO           PIC 9(07)V9(02).
002500         10  VTA-ETQ-PRECIO-PROMO     PIC 9(07)V9(02).
002600         10  VTA-ETQ-PROMO-DESDE      PIC 9(08).
002700         10  VTA-ETQ-PROMO-HASTA      PIC 9(08).
002800         10  VTA-ETQ-VIGENCIA         PIC 9(08).
002900*MOTIVO DE LA ETIQUETA: "P" CAMBIO DE PRECIO DE LISTA, "I"
003000*EMPIEZA UNA PROMOCION, "F" TERMINA UNA PROMOCION, "A" CAMBIO DE
003100*PRECIO Y DE PROMOCION A LA VEZ.
003200         10  VTA-ETQ-MOTIVO           PIC X(01).
003300             88  VTA-ETQ-MOT-PRECIO   VALUE "P".
003400             88  VTA-ETQ-MOT-INICIO   VALUE "I".
003500             88  VTA-ETQ-MOT-FIN      VALUE "F".
003600             88  VTA-ETQ-MOT-AMBOS    VALUE "A".
003700         10  FILLER                   PIC X(27).
003800     05  VTA-ETQ-DATOS-CABECERA REDEFINES VTA-ETQ-DATOS.
003900         10  VTA-ETQ-FECHA-EMISION    PIC 9(08).
004000         10  VTA-ETQ-FECHA-VIGENCIA   PIC 9(08).
004100         10  FILLER                   PIC X(80).
004200     05  VTA-ETQ-DATOS-COLA REDEFINES VTA-ETQ-DATOS.
004300         10  VTA-ETQ-CANT-ETIQUETAS   PIC 9(05).
004400         10  FILLER                   PIC X(91).

000100******************************************************************
000200*VTADPER - LAYOUT DEL REGISTRO DEL REGISTRO DE DATOS PERSONALES
000300*(DATOS-PERS-FILE, DATPERS), SECUENCIAL QUE CRECE AL FINAL. DEJA
000400*CONSTANCIA DE CADA PEDIDO DE UN TITULAR (LEY 25.326) Y DE CADA
000500*ANONIMIZACION DE UN CLIENTE:
000600*  C INFORME DE DATOS ENTREGADO AL TITULAR (VTA9000).
000700*  S SOLICITUD DE SUPRESION DEL TITULAR (VTA9000). QUEDA PENDIENTE
000800*    HASTA QUE LA ANONIMIZACION (VTA9100) LA CUMPLE.
000900*  A CLIENTE ANONIMIZADO (VTA9100). VTA-DPR-MOTIVO DICE POR QUE:
001000*    "I" INACTIVIDAD, "S" SOLICITUD DEL TITULAR.
001100*VTA-DPR-REGISTROS ES LA CANTIDAD DE REGISTROS LISTADOS (C) O
001200*BLANQUEADOS (A); VTA-DPR-USUARIO ES QUIEN ATENDIO EL PEDIDO O,
001300*EN LA ANONIMIZACION, EL PROGRAMA BATCH.
001400******************************************************************
001500 01  VTA-DATOS-PERS-RECORD.
001600     05  VTA-DPR-FECHA                PIC 9(08).
001700     05  VTA-DPR-HORA                 PIC 9(08).
001800     05  VTA-DPR-USUARIO              PIC X(08).
001900     05  VTA-DPR-PROGRAMA             PIC X(08).
002000     05  VTA-DPR-CLIENTE-ID           PIC 9(08).
002100     05  VTA-DPR-TIPO                 PIC X(01).
002200         88  VTA-DPR-INFORME          VALUE "C".
002300         88  VTA-DPR-SUPRESION        VALUE "S".
002400         88  VTA-DPR-ANONIMIZADO      VALUE "A".
002500     05  VTA-DPR-MOTIVO               PIC X(01).
002600         88  VTA-DPR-POR-INACTIVIDAD  VALUE "I".
002700         88  VTA-DPR-POR-SOLICITUD    VALUE "S".
002800     05  VTA-DPR-REGISTROS            PIC 9(05).
002900     05  FILLER                       PIC X(33).

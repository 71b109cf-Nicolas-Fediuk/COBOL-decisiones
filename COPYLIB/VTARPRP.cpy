000100******************************************************************
000200*VTARPRP - LAYOUT DEL REGISTRO DE PROPUESTA DE REPOSICION
000300*(PROPUESTA-REPO-FILE, REPOPROP). LO GRABA EL RECALCULO POR
000400*DEMANDA (VTA7700): UNA PROPUESTA POR PRODUCTO Y SUCURSAL DE
000500*STOCKSUC, Y POR PRODUCTO DEL MAESTRO (SUCURSAL EN BLANCO), CUANDO
000600*EL PUNTO O LA CANTIDAD DE REPOSICION CALCULADOS DIFIEREN DE LOS
000700*CARGADOS. CADA CORRIDA REEMPLAZA EL ARCHIVO COMPLETO.
000800*LA REVISION (VTA7800) MARCA CADA PROPUESTA CON SU ESTADO Y EL
000900*USUARIO QUE LA RESOLVIO, Y SOLO LAS ACEPTADAS TOCAN LOS
001000*MAESTROS. LOS VALORES ACTUALES SON LOS QUE HABIA AL PROPONER:
001100*SI EL MAESTRO CAMBIO DESPUES, LA PROPUESTA NO SE APLICA.
001200******************************************************************
001300 01  VTA-PROPUESTA-REPO-RECORD.
001400     05  VTA-RPR-FECHA                PIC 9(08).
001500     05  VTA-RPR-CLAVE.
001600         10  VTA-RPR-PRODUCTO         PIC X(06).
001700         10  VTA-RPR-SUCURSAL         PIC X(03).
001800     05  VTA-RPR-DESCRIPCION          PIC X(20).
001900*UNIDADES VENDIDAS NETAS DE DEVOLUCIONES EN LA VENTANA Y SU
002000*PROMEDIO DIARIO.
002100     05  VTA-RPR-VENDIDAS             PIC 9(07).
002200     05  VTA-RPR-PROMEDIO             PIC 9(05)V9(03).
002300     05  VTA-RPR-PUNTO-ACTUAL         PIC 9(07).
002400     05  VTA-RPR-CANT-ACTUAL          PIC 9(07).
002500     05  VTA-RPR-PUNTO-PROPUESTO      PIC 9(07).
002600     05  VTA-RPR-CANT-PROPUESTA       PIC 9(07).
002700     05  VTA-RPR-ESTADO               PIC X(01).
002800         88  VTA-RPR-PENDIENTE        VALUE " ".
002900         88  VTA-RPR-ACEPTADA         VALUE "A".
003000         88  VTA-RPR-RECHAZADA        VALUE "R".
003100         88  VTA-RPR-DESCARTADA       VALUE "C".
003200     05  VTA-RPR-USUARIO              PIC X(08).
003300     05  FILLER                       PIC X(11).

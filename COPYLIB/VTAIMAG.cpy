000100******************************************************************
000200*VTAIMAG - LAYOUT DEL REGISTRO DE LA IMAGEN DE RESPALDO DE LOS
000300*MAESTROS (IMAGEN-FILE, IMAGMAES). LA GRABA VTA8500 COMO PRIMER
000400*PASO DEL PROCESO NOCTURNO, ANTES DE LA PRIMERA ACTUALIZACION: UNA
000500*GENERACION POR NOCHE CON LOS SIETE MAESTROS QUE LA CADENA
000600*ACTUALIZA EN EL LUGAR, UNO DETRAS DEL OTRO Y CADA UNO EN ORDEN DE
000700*CLAVE, EN ESTE ORDEN: CLIENTEM, PRODUCTM, STOCKSUC, CTASALDO,
000800*PTOSALDO, GIFTCARD Y AUDITLOG. VTA-IMG-MAESTRO ES EL NOMBRE DEL
000900*MAESTRO (SU DD) Y VTA-IMG-DATOS EL REGISTRO TAL CUAL SE LEYO,
001000*COMPLETADO CON BLANCOS.
001100*CADA MAESTRO CIERRA CON UN REGISTRO DE CONTROL (TIPO "T") CON LA
001200*CANTIDAD DE REGISTROS Y UN TOTAL DE CONTROL:
001300*  CLIENTEM  SUMA DE LOS LIMITES DE CREDITO.
001400*  PRODUCTM  SUMA DEL STOCK DE LA EMPRESA.
001500*  STOCKSUC  SUMA DEL STOCK DE LAS SUCURSALES.
001600*  CTASALDO  SUMA DE LOS SALDOS DE CUENTA CORRIENTE.
001700*  PTOSALDO  SUMA DE LOS SALDOS DE PUNTOS.
001800*  GIFTCARD  SUMA DE LOS SALDOS DE LAS TARJETAS.
001900*  AUDITLOG  SUMA DE LO COBRADO (VTA-AUD-TOTAL-COBRAR).
002000*VTA-IMG-DIARIO ES EL DIARIO QUE EXPLICA LOS CAMBIOS DEL MAESTRO
002100*DESPUES DE LA IMAGEN (KARDEX, CTAMOVS, PTOSMOV, O AUDITLOG PARA
002200*LAS GIFT CARDS; EN BLANCO SI NO TIENE) Y VTA-IMG-POS-DIARIO LA
002300*CANTIDAD DE REGISTROS QUE ESE DIARIO YA TENIA AL TOMAR LA IMAGEN:
002400*LA RECUPERACION (VTA8600) REAPLICA SOLO LOS QUE VIENEN DESPUES.
002500*PARA LAS GIFT CARDS EL DIARIO ES EL LOG DE AUDITORIA, QUE ES
002600*INDEXADO Y NO CRECE AL FINAL: AHI LA POSICION NO SE USA Y LA
002700*RECUPERACION TOMA LAS VENTAS DESDE LA FECHA DE LA IMAGEN CUYA
002800*CLAVE NO ESTUVIERA YA EN LA IMAGEN DEL LOG.
002900******************************************************************
003000 01  VTA-IMAGEN-RECORD.
003100     05  VTA-IMG-MAESTRO              PIC X(08).
003200     05  VTA-IMG-TIPO                 PIC X(01).
003300         88  VTA-IMG-REGISTRO         VALUE "D".
003400         88  VTA-IMG-CONTROL          VALUE "T".
003500*FECHA DE NEGOCIO DE LA NOCHE EN QUE SE TOMO LA IMAGEN.
003600     05  VTA-IMG-FECHA                PIC 9(08).
003700     05  VTA-IMG-DATOS                PIC X(283).
003800     05  VTA-IMG-TRAILER REDEFINES VTA-IMG-DATOS.
003900         10  VTA-IMG-HORA             PIC 9(08).
004000         10  VTA-IMG-CANT-REG         PIC 9(09).
004100         10  VTA-IMG-TOTAL-CONTROL    PIC S9(13)V9(02).
004200         10  VTA-IMG-DIARIO           PIC X(08).
004300         10  VTA-IMG-POS-DIARIO       PIC 9(09).
004400         10  FILLER                   PIC X(234).

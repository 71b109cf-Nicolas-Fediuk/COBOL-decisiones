000100******************************************************************
000200*VTACUPN - LAYOUT DEL REGISTRO DEL MAESTRO DE CUPONES DE CAMPANIA
000300*(CUPON-FILE), VSAM KSDS INDEXADO POR VTA-CUP-CODIGO. CADA CUPON
000400*LO GENERA VTA6400 A PARTIR DE LA DEFINICION DE SU CAMPANIA
000500*(VTACUPC) Y ES DE UN SOLO USO: EJERCICIO5 LO VALIDA CONTRA LA
000600*VENTA QUE LO TRAE (VTA-TRANS-CUPON) Y, AL COMPLETARSE LA VENTA,
000700*LO PASA A CANJEADO CON LA FECHA Y LA CLAVE DE LA VENTA. UN
000800*CUPON CANJEADO NO SE PUEDE VOLVER A USAR.
000900*EL CODIGO ES LA CAMPANIA, UN NUMERO DE CINCO DIGITOS QUE NO ES
001000*CORRELATIVO DENTRO DE LA CAMPANIA (VER VTA6400) Y UN DIGITO
001100*VERIFICADOR, PARA QUE UN CODIGO TIPEADO MAL EN LA CAJA NO CAIGA
001200*SOBRE OTRO CUPON VALIDO.
001300*VTA-CUP-TIPO "P" SUMA VTA-CUP-VALOR PUNTOS PORCENTUALES AL
001400*DESCUENTO DE LA VENTA; "M" DESCUENTA VTA-CUP-VALOR PESOS FIJOS.
001500*VTA-CUP-PRODUCTO (EN BLANCO = CUALQUIERA) EXIGE QUE EL TICKET
001600*LLEVE ESE PRODUCTO Y VTA-CUP-IMPORTE-MINIMO (CERO = SIN MINIMO)
001700*EXIGE UN IMPORTE MINIMO DE VENTA EN PESOS.
001800******************************************************************
001900 01  VTA-CUPON-RECORD.
002000     05  VTA-CUP-CODIGO.
002100         10  VTA-CUP-CAMPANIA         PIC X(06).
002200         10  VTA-CUP-NUMERO           PIC 9(05).
002300         10  VTA-CUP-DIGITO           PIC 9(01).
002400     05  VTA-CUP-DESCRIPCION          PIC X(20).
002500     05  VTA-CUP-DESDE                PIC 9(08).
002600     05  VTA-CUP-HASTA                PIC 9(08).
002700     05  VTA-CUP-TIPO                 PIC X(01).
002800         88  VTA-CUP-PORCENTUAL       VALUE "P".
002900         88  VTA-CUP-MONTO-FIJO       VALUE "M".
003000     05  VTA-CUP-VALOR                PIC 9(07)V9(02).
003100     05  VTA-CUP-PRODUCTO             PIC X(06).
003200     05  VTA-CUP-IMPORTE-MINIMO       PIC 9(07)V9(02).
003300     05  VTA-CUP-FECHA-EMISION        PIC 9(08).
003400     05  VTA-CUP-ESTADO               PIC X(01).
003500         88  VTA-CUP-EMITIDO          VALUE "E".
003600         88  VTA-CUP-CANJEADO         VALUE "C".
003700     05  VTA-CUP-FECHA-CANJE          PIC 9(08).
003800     05  VTA-CUP-CLAVE-VENTA          PIC X(14).

000100******************************************************************
000200*VTACUPC - LAYOUT DEL REGISTRO DE DEFINICION DE CAMPANIA DE
000300*CUPONES (CUPCAMP), ENTRADA DEL GENERADOR VTA6400. MARKETING
000400*CARGA UN REGISTRO POR CAMPANIA (O POR TANDA ADICIONAL DE UNA
000500*CAMPANIA YA EMITIDA) CON LA VIGENCIA, EL TIPO Y VALOR DEL
000600*BENEFICIO, LAS CONDICIONES OPCIONALES Y LA CANTIDAD DE CODIGOS
000700*A EMITIR. LOS CAMPOS TIENEN EL MISMO SIGNIFICADO QUE EN EL
000800*MAESTRO DE CUPONES (VTACUPN).
000900******************************************************************
001000 01  VTA-CUPON-CAMP-RECORD.
001100     05  VTA-CCA-CAMPANIA             PIC X(06).
001200     05  VTA-CCA-DESCRIPCION          PIC X(20).
001300     05  VTA-CCA-DESDE                PIC 9(08).
001400     05  VTA-CCA-HASTA                PIC 9(08).
001500     05  VTA-CCA-TIPO                 PIC X(01).
001600         88  VTA-CCA-PORCENTUAL       VALUE "P".
001700         88  VTA-CCA-MONTO-FIJO       VALUE "M".
001800     05  VTA-CCA-VALOR                PIC 9(07)V9(02).
001900     05  VTA-CCA-PRODUCTO             PIC X(06).
002000     05  VTA-CCA-IMPORTE-MINIMO       PIC 9(07)V9(02).
002100     05  VTA-CCA-CANTIDAD             PIC 9(05).
002200     05  FILLER                       PIC X(08).

000400*DE PAGO LIQUIDADO, CON EL BRUTO PRESENTADO, LA COMISION Y LOS
000500*OTROS CARGOS QUE EL ADQUIRENTE DESCUENTA, Y EL NETO DEPOSITADO.
000600*VTA-RAD-TIPO "C" ES UN CONTRACARGO (CHARGEBACK): VTA3700 LO
000644*INFORMA SIEMPRE COMO EXCEPCION PARA TESORERIA.
000688*VTA-RAD-FECHA ES LA FECHA DE LAS VENTAS QUE SE RINDEN (FECHA DE
000733*PRESENTACION) Y VTA-RAD-PLAN-CUOTAS EL PLAN CON QUE SE COBRARON
000777*(CERO O UNO ES UN PAGO): CON TERMINAL Y MEDIO FORMAN LA CLAVE CON
000822*LA QUE VTA3700 BUSCA LA ACREDITACION PENDIENTE, POR LO QUE EL
000866*ARCHIVO NO NECESITA VENIR ORDENADO. VTA-RAD-FECHA-PAGO ES EL DIA
000911*EN QUE EL ADQUIRENTE DEPOSITO EL NETO (CERO SI NO LO INFORMA).
000928*EN LAS LINEAS DE CONTRACARGO VTA-RAD-AUTORIZACION ES EL NUMERO
000946*DE AUTORIZACION DEL CUPON DESCONOCIDO Y VTA-RAD-FECHA-LIMITE EL
000964*ULTIMO DIA QUE DA EL ADQUIRENTE PARA PRESENTAR LA DOCUMENTACION
000982*(CERO SI NO LO INFORMA); CON ELLOS VTA3700 ABRE EL CASO.
001000******************************************************************
001100 01  VTA-REND-ADQ-RECORD.
001200     05  VTA-RAD-FECHA                PIC 9(08).
001900     05  VTA-RAD-COMISION             PIC 9(07)V9(02).
002000     05  VTA-RAD-OTROS-CARGOS         PIC 9(07)V9(02).
002100     05  VTA-RAD-IMPORTE-NETO         PIC S9(09)V9(02).
002200     05  VTA-RAD-PLAN-CUOTAS          PIC 9(02).
002300     05  VTA-RAD-FECHA-PAGO           PIC 9(08).
002400     05  VTA-RAD-AUTORIZACION         PIC X(06).
002500     05  VTA-RAD-FECHA-LIMITE         PIC 9(08).

000100******************************************************************
000200*VTACATG - LAYOUT DEL REGISTRO DE LA TABLA DE CATEGORIAS DE GASTOS
000300*DE CAJA CHICA (CAT-GASTO-FILE, CATGASTO). UNA CATEGORIA POR
000400*REGISTRO (PROPINAS DE DELIVERY, ARTICULOS DE LIMPIEZA, ETC.) CON
000500*LA CUENTA DEL MAYOR GENERAL A LA QUE VTA0300 POSTEA SUS GASTOS
000600*DEL DIA, PARA QUE CONTADURIA AGREGUE CATEGORIAS O CAMBIE CUENTAS
000700*SIN RECOMPILAR. VTA-CGA-TOPE ES EL IMPORTE MAXIMO DE UN
000800*COMPROBANTE DE LA CATEGORIA QUE ACEPTA LA CONSOLA DE TURNOS
000900*(VTA4200); EN CERO NO HAY TOPE.
001000******************************************************************
001100 01  VTA-CAT-GASTO-RECORD.
001200     05  VTA-CGA-CODIGO               PIC X(02).
001300     05  VTA-CGA-DESCRIPCION          PIC X(20).
001400     05  VTA-CGA-CUENTA               PIC X(10).
001500     05  VTA-CGA-TOPE                 PIC 9(07)V9(02).
001600     05  FILLER                       PIC X(39).

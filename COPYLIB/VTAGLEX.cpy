000400*DE CONTROL DEL CIERRE DIARIO. UN REGISTRO POR CADA MOVIMIENTO A
000500*POSTEAR (DESCUENTO OTORGADO O IMPORTE COBRADO) POR TRAMO Y UNO
000600*MAS POR EL GRAN TOTAL, LISTO PARA SER CARGADO AL SISTEMA CONTABLE.
000633*EL CONCEPTO "X" ES LA PERDIDA POR LOS CONTRACARGOS PERDIDOS
000666*EN EL DIA (CASOS "P" DE CONTRCAS), CON VTA-GLE-TIER-ORIGEN 97.
000672*LOS CONCEPTOS "S" (SENAS COBRADAS), "A" (APLICADAS A VENTAS),
000679*"R" (DEVUELTAS) Y "F" (PERDIDAS) SON LOS TOTALES DEL DIA DEL
000686*DIARIO DE SENAS DE PEDIDOS ESPECIALES (SENAMOV), CON
000693*VTA-GLE-TIER-ORIGEN 96.
000694*EL CONCEPTO "G" ES EL TOTAL DEL DIA DE LOS GASTOS DE CAJA CHICA
000695*DE UNA CATEGORIA (VTA-GLE-CATEGORIA) DEL DIARIO DE MOVIMIENTOS DE
000697*CAJA (CAJAMOV), A LA CUENTA DE LA CATEGORIA EN CATGASTO, CON
000698*VTA-GLE-TIER-ORIGEN 95.
000715*LOS CONCEPTOS "P" (PERCEPCIONES DE INGRESOS BRUTOS COBRADAS EN
000732*LAS VENTAS DEL DIA) Y "Q" (PERCEPCIONES DEVUELTAS POR LAS
000749*DEVOLUCIONES Y LOS REVERSOS DEL DIA) VAN AL PASIVO DEL TIER 94 DE
000766*GLCUENTA, CON VTA-GLE-TIER-ORIGEN 94.
000768*LOS CONCEPTOS DE INVENTARIO LOS GRABA VTA9500 EN EL CIERRE
000770*MENSUAL (GLINVENT), CON LA FECHA DEL ULTIMO DIA DEL MES: "K"
000772*(COSTO DE LAS VENTAS) E "Y" (COSTO DE LAS DEVOLUCIONES) A LA
000774*CUENTA DE COSTO DE VENTAS DEL TIER 93; "M" (FALTANTES) Y "B"
000776*(SOBRANTES DE CONTEO Y VENCIDOS) A LA CUENTA DE MERMA DEL TIER
000778*92; "J" (AJUSTES NEGATIVOS) Y "H" (AJUSTES POSITIVOS, CON LA
000780*DIFERENCIA DE COSTO PROMEDIO) A LA CUENTA DE AJUSTES DEL TIER 92.
000783******************************************************************
000800 01  VTA-GL-EXTRACT-RECORD.
000900     05  VTA-GLE-FECHA                PIC 9(08).
001000     05  VTA-GLE-CUENTA               PIC X(10).
001100     05  VTA-GLE-CONCEPTO             PIC X(01).
001200         88  VTA-GLE-DESCUENTO        VALUE "D".
001300         88  VTA-GLE-COBRADO          VALUE "C".
001350         88  VTA-GLE-PERDIDA-CCARGO   VALUE "X".
001360         88  VTA-GLE-SENA-COBRADA     VALUE "S".
001370         88  VTA-GLE-SENA-APLICADA    VALUE "A".
001380         88  VTA-GLE-SENA-DEVUELTA    VALUE "R".
001390         88  VTA-GLE-SENA-PERDIDA     VALUE "F".
001395         88  VTA-GLE-GASTO-CAJA       VALUE "G".
001396         88  VTA-GLE-PERC-COBRADA     VALUE "P".
001398         88  VTA-GLE-PERC-DEVUELTA    VALUE "Q".
001410         88  VTA-GLE-COSTO-VENTA      VALUE "K".
001423         88  VTA-GLE-COSTO-DEVUELTO   VALUE "Y".
001436         88  VTA-GLE-MERMA-FALTANTE   VALUE "M".
001449         88  VTA-GLE-MERMA-SOBRANTE   VALUE "B".
001461         88  VTA-GLE-AJUSTE-NEGATIVO  VALUE "J".
001474         88  VTA-GLE-AJUSTE-POSITIVO  VALUE "H".
001487     05  VTA-GLE-TIER-ORIGEN          PIC 9(02).
001500     05  VTA-GLE-IMPORTE              PIC 9(09)V9(02).
001600*CATEGORIA DE GASTO DE LOS MOVIMIENTOS "G"; EN BLANCO EN EL RESTO.
001700     05  VTA-GLE-CATEGORIA            PIC X(02).
001800     05  FILLER                       PIC X(46).

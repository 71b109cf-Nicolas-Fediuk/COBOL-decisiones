000630*REPOSICION (VTA1400) SUGIERE COMPRAR VTA-PROD-CANT-REPO
000640*UNIDADES. UN PUNTO DE REPOSICION EN CERO DEJA AL PRODUCTO
000650*AFUERA DEL CONTROL DE REPOSICION.
000652*EL PUNTO Y LA CANTIDAD SE RECALCULAN POR DEMANDA: VTA7700 LOS
000655*PROPONE CON LAS VENTAS DEL KARDEX Y VTA7800 APLICA LO QUE
000657*COMPRAS ACEPTA.
000660*VTA-PROD-PRECIO-UNIT ES EL PRECIO UNITARIO DE LISTA, USADO POR
000670*EJERCICIO5 PARA VALIDAR QUE EL IMPORTE TIPEADO EN LA CAJA SEA
000680*CONSISTENTE CON CANTIDAD POR PRECIO (UN PRECIO EN CERO DEJA AL

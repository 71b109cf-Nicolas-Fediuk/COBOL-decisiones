001900*DISTINTO DE CERO, REEMPLAZA AL PORCENTAJE DE TRAMO PARA ESA
002000*VENTA UNICAMENTE.
002010*VTA-TRANS-MEDIO-PAGO ES EL MEDIO DE PAGO DE LA VENTA: EF
002018*EFECTIVO, DB DEBITO, CR CREDITO, GC GIFT CARD, NM DESCUENTO POR
002026*NOMINA (SOLO COMPRAS DEL PERSONAL). EN BLANCO SE TOMA COMO
002034*EFECTIVO, PARA NO RECHAZAR LOS ARCHIVOS DE CAJAS VIEJAS QUE
002042*TODAVIA NO INFORMAN EL CAMPO.
002050*VTA-TRANS-VENDEDOR-ID ES EL LEGAJO DEL VENDEDOR QUE HIZO LA
002060*VENTA (EN BLANCO SI LA CAJA NO LO INFORMA), USADO POR LA
002070*LIQUIDACION MENSUAL DE COMISIONES (VTA2000).
002134*DE TURNO-CAJA-FILE (VTA4200) PERMITE QUE EL REPORTE Z DE
002135*VTA4300 ASIGNE LAS DIFERENCIAS DE CAJA A UN TURNO Y NO AL DIA
002136*ENTERO DE LA TERMINAL.
002142*VTA-TRANS-CUPON ES EL CODIGO DEL CUPON DE CAMPANIA QUE PRESENTO
002148*EL CLIENTE (EN BLANCO SI NO TRAE CUPON). EJERCICIO5 LO VALIDA
002155*CONTRA EL MAESTRO DE CUPONES (CUPON-FILE, GENERADO POR VTA6400):
002161*UN CUPON INEXISTENTE, YA CANJEADO, FUERA DE VIGENCIA, QUE NO
002168*CUMPLE SU CONDICION DE PRODUCTO O DE IMPORTE MINIMO, O QUE VIENE
002174*JUNTO CON UN OVERRIDE DE SUPERVISOR SE RECHAZA CON EL CODIGO 17.
002180*EN UNA DEVOLUCION EL CODIGO ES EL DEL CUPON CON QUE SE HIZO LA
002187*VENTA ORIGINAL, PARA DEVOLVER LO REALMENTE COBRADO.
002188*VTA-TRANS-HORA ES LA HORA DEL TICKET EN LA CAJA (HHMMSS). UNA
002189*CAJA VIEJA QUE NO LA INFORMA LA MANDA EN CERO O EN BLANCO, Y
002190*EJERCICIO5 LA TOMA COMO CERO (SIN HORA). EN UN TICKET DE VARIAS
002191*LINEAS VALE LA DE LA CABECERA.
002192*VTA-TRANS-PLAN-CUOTAS ES LA CANTIDAD DE CUOTAS EN QUE EL CLIENTE
002193*PAGA UNA VENTA CON TARJETA DE CREDITO ("CR"); CERO O UNO ES UN
002194*SOLO PAGO. EJERCICIO5 BUSCA EL PLAN EN LA TABLA DE PLANES
002195*(PLAN-CUOTAS-FILE) Y SUMA AL TOTAL EL RECARGO FINANCIERO DEL PLAN
002196*CON SU PROPIO IVA; UN PLAN QUE NO ESTA EN LA TABLA, O UN PLAN EN
002197*CUOTAS CON OTRO MEDIO DE PAGO, SE RECHAZA CON EL CODIGO 18. UNA
002198*CAJA VIEJA QUE NO INFORMA EL CAMPO LO MANDA EN BLANCO (UN PAGO).
002210*VTA-TRANS-AUTORIZ-TARJ ES EL NUMERO DE AUTORIZACION QUE EL POSNET
002223*IMPRIME EN EL CUPON DE UNA VENTA CON TARJETA (DB/CR), EN BLANCO
002236*PARA LOS DEMAS MEDIOS. VIAJA AL AUDIT-LOG PARA QUE UN CONTRACARGO
002249*DEL ADQUIRENTE (FECHA, TERMINAL Y AUTORIZACION) SE PUEDA LLEVAR
002261*AL TICKET ORIGINAL (VTA3700, CASOS DE CONTRACARGO).
002263*VTA-TRANS-CANAL DICE POR DONDE ENTRO LA VENTA: "W" TIENDA WEB
002265*(PEDIDO PAGADO QUE VTA8000 CONVIERTE EN VENTA, CON UNA TERMINAL
002267*WEB DE LA SUCURSAL QUE DESPACHA), BLANCO O "T" LOCAL. EN UNA
002268*VENTA WEB VTA-TRANS-ENVIO ES EL CARGO DE ENVIO NETO DE IVA (EN
002269*LA VENTA SIMPLE O EN LA CABECERA "H" DEL TICKET): NO SE
002270*DESCUENTA, SE GRAVA A LA TASA GENERAL Y SE SUMA AL TOTAL A
002271*COBRAR. UNA CAJA DEL LOCAL LO MANDA EN CERO O EN BLANCO.
002272*VTA-TRANS-PEDIDO-ESP ES EL NUMERO DEL PEDIDO ESPECIAL CON SENA
002273*(VTASPED) QUE EL CLIENTE RETIRA CON ESTA VENTA, CERO SI NO
002275*RETIRA NINGUNO. EJERCICIO5 BUSCA EL PEDIDO EN LA SUCURSAL DE LA
002276*TERMINAL CON EL PRODUCTO DE ALGUNA LINEA, APLICA LA SENA COMO
002278*PAGO (LA VENTA SE COBRA POR LA DIFERENCIA EN EL MEDIO INFORMADO)
002279*Y LIBERA LA RESERVA. UN PEDIDO QUE NO EXISTE, QUE NO ESTA
002281*RESERVADO, CON MAS UNIDADES QUE LAS VENDIDAS O CON SENA MAYOR AL
002282*TOTAL, O UN RETIRO EN CUENTA CORRIENTE, GIFT CARD O PUNTOS, SE
002284*RECHAZA CON EL CODIGO 19. EN UNA DEVOLUCION SE IGNORA.
002285*VTA-TRANS-EMPLEADO-ID ES EL LEGAJO DEL EMPLEADO QUE COMPRA PARA
002286*SI (EN BLANCO EN UNA VENTA AL PUBLICO). EJERCICIO5 LO BUSCA EN EL
002287*MAESTRO DE EMPLEADOS (VTAEMPL) Y APLICA SU PORCENTAJE DE
002288*DESCUENTO DEL PERSONAL EN LUGAR DE LOS DE TRAMO, FIDELIDAD,
002289*VOLUMEN Y PROMOCION. UN LEGAJO INEXISTENTE O DADO DE BAJA, UNA
002290*COMPRA DEL PERSONAL CON OVERRIDE, CUPON O CUENTA CORRIENTE, O UN
002292*PAGO "NM" SIN LEGAJO O SIN AUTORIZACION DE DESCUENTO POR NOMINA,
002293*SE RECHAZA CON EL CODIGO 21; UNA COMPRA QUE LLEVA EL CONSUMO DEL
002294*MES POR ENCIMA DEL TOPE MENSUAL DEL EMPLEADO, CON EL CODIGO 22.
002295*UNA DEVOLUCION TRAE EL LEGAJO DE LA COMPRA ORIGINAL Y DESCUENTA
002296*DEL CONSUMO.
002297******************************************************************
002298 01  VTA-TRANS-RECORD.
002300     05  VTA-TRANS-CLAVE.
002400         10  VTA-TRANS-FECHA          PIC 9(08).
002500         10  VTA-TRANS-SEQ            PIC 9(06).
003490     05  VTA-TRANS-LINEA              PIC 9(03).
003500     05  VTA-TRANS-PUNTOS-USADOS      PIC 9(09).
003510     05  VTA-TRANS-CAJERO-ID          PIC X(05).
003610     05  VTA-TRANS-CUPON              PIC X(12).
003710     05  VTA-TRANS-HORA               PIC 9(06).
003810     05  VTA-TRANS-PLAN-CUOTAS        PIC 9(02).
003910     05  VTA-TRANS-AUTORIZ-TARJ       PIC X(06).
003920     05  VTA-TRANS-CANAL              PIC X(01).
003930         88  VTA-TRANS-CANAL-WEB      VALUE "W".
003940     05  VTA-TRANS-ENVIO              PIC 9(07)V9(02).
004040     05  VTA-TRANS-PEDIDO-ESP         PIC 9(08).
004140     05  VTA-TRANS-EMPLEADO-ID        PIC X(05).

001000*CON SIGNO POR PRUDENCIA: UNA SUCURSAL SIN REGISTRO QUE VENDE
001100*IGUAL SE CREA AL VUELO CON EL DESCUENTO, PARA QUE LA
001200*DIFERENCIA QUEDE VISIBLE EN LUGAR DE PERDERSE.
001233*EL PUNTO Y LA CANTIDAD DE REPOSICION DE CADA SUCURSAL SE
001266*RECALCULAN POR DEMANDA COMO LOS DEL MAESTRO (VTA7700/VTA7800).
001275*VTA-STK-RESERVADO SON LAS UNIDADES COMPROMETIDAS POR PEDIDOS DE
001280*LA TIENDA WEB QUE ESPERAN EL PAGO (VTA8000 LAS RESERVA AL
001285*ACEPTAR EL PEDIDO Y LAS LIBERA AL CONVERTIRLO EN VENTA, AL
001286*VENCER O AL ANULARSE) Y POR PEDIDOS ESPECIALES CON SENA
001288*(VTASPED: LOS RESERVAN VTA8100 Y VTA1500, LOS LIBERAN EL RETIRO
001290*EN EJERCICIO5, EL VENCIMIENTO EN VTA8200 Y LA ANULACION EN
001292*VTA8100). LO DISPONIBLE PARA UN PEDIDO NUEVO, O PARA UNA VENTA
001294*EN EL LOCAL, ES STOCK MENOS RESERVADO. UN REGISTRO GRABADO ANTES
001296*DE LA TIENDA WEB, O CREADO CON EL REGISTRO EN BLANCO, LO TRAE EN
001298*BLANCO: ES CERO.
001300******************************************************************
001400 01  VTA-STOCK-SUC-RECORD.
001500     05  VTA-STK-CLAVE.
001800     05  VTA-STK-STOCK                PIC S9(07).
001900     05  VTA-STK-PUNTO-REPO           PIC 9(07).
002000     05  VTA-STK-CANT-REPO            PIC 9(07).
002050     05  VTA-STK-RESERVADO            PIC 9(07).
002100     05  FILLER                       PIC X(43).

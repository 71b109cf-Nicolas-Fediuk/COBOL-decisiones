000100******************************************************************
000200*VTAFPRC - LAYOUT DEL REGISTRO DE FACTURAS DE PROVEEDOR YA
000300*LIBERADAS (FACT-REG-FILE), VSAM KSDS INDEXADO POR PROVEEDOR
000400*MAS NUMERO DE FACTURA. EL CRUCE VTA6100 LO CONSULTA ANTES DE
000500*LIBERAR UNA FACTURA Y LA RETIENE SI YA FIGURA (MOTIVO "D"):
000600*UNA MISMA FACTURA CAPTURADA DOS VECES NO SE PAGA DOS VECES.
000620*VTA-FRG-FECHA-VTO ES EL VENCIMIENTO DEL PAGO (FECHA DE LA FACTURA
000636*MAS EL PLAZO DEL PROVEEDOR), EL MISMO QUE VA A FACTLIB; CON ESO
000652*LA PROYECCION DE CAJA DE TESORERIA (VTA7600) UBICA CADA PAGO EN
000668*SU DIA. LAS FACTURAS LIBERADAS ANTES DE AGREGARLO LO TIENEN EN
000684*CERO.
000700******************************************************************
000800 01  VTA-FACT-REG-RECORD.
000900     05  VTA-FRG-CLAVE.
001000         10  VTA-FRG-PROVEEDOR        PIC X(08).
001100         10  VTA-FRG-FACTURA          PIC X(12).
001200     05  VTA-FRG-FECHA-LIBERADA       PIC 9(08).
001300     05  VTA-FRG-IMPORTE              PIC 9(09)V9(02).
001400     05  VTA-FRG-FECHA-VTO            PIC 9(08).
001500     05  FILLER                       PIC X(13).

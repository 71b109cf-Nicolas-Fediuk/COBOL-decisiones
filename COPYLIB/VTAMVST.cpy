001670         88  VTA-MVS-TRANSF-ENTRADA   VALUE "E".
001700     05  VTA-MVS-CANTIDAD             PIC 9(07).
001800     05  VTA-MVS-RAZON-COD            PIC 9(02).
001825*CODIGOS DE RAZON: 30 CONTEO FISICO (VTA3600); 40 BAJA DE UN
001850*LOTE VENCIDO (VTA6200), QUE SIEMPRE INFORMA EL LOTE.
001875         88  VTA-MVS-RAZON-VENCIDO    VALUE 40.
001900     05  VTA-MVS-REF-DOC              PIC X(12).
001910*PRECIO DE COMPRA UNITARIO DEL REMITO (SOLO EN RECEPCIONES; EN
001920*CERO SI EL REMITO NO LO INFORMA): VTA1500 LO PROMEDIA CONTRA
001980*RECIBIR LA MERCADERIA.
001990     05  VTA-MVS-SUCURSAL             PIC X(03).
001991     05  VTA-MVS-SUC-DESTINO          PIC X(03).
002091*LOTE Y VENCIMIENTO (AAAAMMDD) DE LA PARTIDA. UNA RECEPCION CON
002191*LOTE LO CARGA EN EL STOCK POR LOTE DE LA SUCURSAL (STOCKLOT); UN
002291*AJUSTE NEGATIVO O UNA TRANSFERENCIA CON LOTE LO DESCUENTA DE ESE
002391*LOTE, Y SIN LOTE SE DESCUENTA DEL QUE VENCE ANTES.
002491     05  VTA-MVS-LOTE                 PIC X(12).
002591     05  VTA-MVS-VENCIMIENTO          PIC 9(08).
002691     05  FILLER                       PIC X(09).

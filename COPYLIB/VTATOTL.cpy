002260     05  VTA-TOT-TIPO-REG             PIC X(01).
002270         88  VTA-TOT-ES-DEVOLUCION    VALUE "R".
002280     05  VTA-TOT-CAJERO-ID            PIC X(05).
002286*HORA DEL TICKET EN LA CAJA (HHMMSS, CERO SI NO SE INFORMO).
002293     05  VTA-TOT-HORA                 PIC 9(06).
002304*PLAN DE CUOTAS DE LA VENTA CON TARJETA (UNO PARA UN PAGO CON
002316*DEBITO O CREDITO, CERO PARA LOS DEMAS MEDIOS) Y EL RECARGO
002328*FINANCIERO DEL PLAN CON SU IVA, YA INCLUIDOS EN VTA-TOT-TOTAL-
002340*COBRAR. LA LIQUIDACION (VTA1600) ABRE LO COBRADO POR PLAN.
002352     05  VTA-TOT-PLAN-CUOTAS          PIC 9(02).
002364     05  VTA-TOT-RECARGO              PIC 9(07)V9(02).
002376     05  VTA-TOT-RECARGO-IVA          PIC 9(07)V9(02).
002378*SENA DEL PEDIDO ESPECIAL APLICADA COMO PAGO EN EL RETIRO (CERO
002380*SI NO HAY). YA ESTA INCLUIDA EN VTA-TOT-TOTAL-COBRAR: LO QUE
002382*ENTRO EN EL MEDIO DE PAGO DE LA VENTA ES LA DIFERENCIA, PORQUE
002384*LA SENA SE COBRO EN SU DIA (DIARIO DE SENAS, VTASENA).
002386     05  VTA-TOT-SENA                 PIC 9(07)V9(02).
002387*PERCEPCION DE INGRESOS BRUTOS COBRADA AL CLIENTE INSCRIPTO EN EL
002389*PADRON PROVINCIAL (CERO SI NO CORRESPONDE) Y LA ALICUOTA
002390*APLICADA. YA ESTA INCLUIDA EN VTA-TOT-TOTAL-COBRAR; EN UNA
002392*DEVOLUCION VA EN POSITIVO CON LA MARCA "R", COMO LOS DEMAS
002393*IMPORTES.
002395     05  VTA-TOT-PERC-IIBB            PIC 9(07)V9(02).
002396     05  VTA-TOT-PERC-ALICUOTA        PIC 9(02)V9(02).
002398
002400*VTA-TOTAL-TRAILER REDEFINE EL ULTIMO REGISTRO DEL ARCHIVO: EL
002500*TOTAL DE CONTROL DE FIN DE ARCHIVO QUE GRABA EJERCICIO5 EN
002600*9200-GRABAR-TRAILER-VENTAS. VTA-TRLR-TOT-FECHA EN 99999999 LO
003200     05  VTA-TRLR-TOT-LITERAL         PIC X(05).
003300     05  VTA-TRLR-TOT-CANT-REG        PIC 9(09).
003400     05  VTA-TRLR-TOT-HASH-TOTAL      PIC S9(09)V9(02).
003500     05  FILLER                       PIC X(108).

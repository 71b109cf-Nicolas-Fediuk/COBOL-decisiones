000400*DIA. LA CORRIDA NOCTURNA VTA2600 ACREDITA CADA PAGO AL SALDO
000500*DEL CLIENTE Y DEJA SU MOVIMIENTO EN EL DIARIO DE CUENTA
000600*CORRIENTE CON EL NUMERO DE RECIBO.
000610*UN PAGO CON CHEQUE (MEDIO "Q") TRAE BANCO, NUMERO, LIBRADOR Y
000620*FECHA DE COBRO: VTA2600 LO ACREDITA EN FORMA PROVISORIA Y LO DA
000630*DE ALTA EN LA CARTERA DE CHEQUES (VTACHEQ). LOS PAGOS SIN
000640*MEDIO (BLANCO) SON EFECTIVO O TRANSFERENCIA, COMO SIEMPRE.
000700******************************************************************
000800 01  VTA-PAGO-RECORD.
000900     05  VTA-PAG-CLIENTE-ID           PIC 9(08).
001000     05  VTA-PAG-FECHA                PIC 9(08).
001100     05  VTA-PAG-IMPORTE              PIC 9(09)V9(02).
001200     05  VTA-PAG-RECIBO               PIC X(12).
001210     05  VTA-PAG-MEDIO                PIC X(01).
001220         88  VTA-PAG-EN-CHEQUE        VALUE "Q".
001230     05  VTA-PAG-CHQ-BANCO            PIC 9(03).
001240     05  VTA-PAG-CHQ-NUMERO           PIC 9(08).
001250     05  VTA-PAG-CHQ-FECHA-COBRO      PIC 9(08).
001260     05  VTA-PAG-CHQ-LIBRADOR         PIC X(20).
001300     05  FILLER                       PIC X(01).

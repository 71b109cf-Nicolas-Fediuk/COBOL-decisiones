000500*DIA, CON LA CANTIDAD DE VENTAS Y EL TOTAL COBRADO. ES EL
000600*ARCHIVO CONTRA EL QUE SE CHEQUEA LINEA POR LINEA LA RENDICION
000700*DEL ADQUIRENTE DE TARJETAS.
000714*LOS MEDIOS DE TARJETA SE ABREN ADEMAS POR PLAN DE CUOTAS
000728*(VTA-LIQ-PLAN-CUOTAS; CERO PARA LOS DEMAS MEDIOS), PORQUE CADA
000742*PLAN SE ACREDITA CON SU PROPIO PLAZO: VTA-LIQ-FECHA-ACREDIT ES LA
000757*FECHA EN QUE SE ESPERA EL DEPOSITO DEL ADQUIRENTE (FECHA DE
000771*NEGOCIO MAS EL PLAZO DEL PLAN, CORRIDA AL PROXIMO DIA LABORABLE
000785*DEL CALENDARIO). EN CERO PARA LOS MEDIOS QUE NO SON TARJETA.
000800******************************************************************
000900 01  VTA-LIQ-MPAGO-RECORD.
001000     05  VTA-LIQ-FECHA                PIC 9(08).
001200     05  VTA-LIQ-MEDIO-PAGO           PIC X(02).
001300     05  VTA-LIQ-CANT-VENTAS          PIC 9(07).
001400     05  VTA-LIQ-TOT-COBRADO          PIC S9(09)V9(02).
001500     05  VTA-LIQ-PLAN-CUOTAS          PIC 9(02).
001600     05  VTA-LIQ-FECHA-ACREDIT        PIC 9(08).
001700     05  FILLER                       PIC X(37).

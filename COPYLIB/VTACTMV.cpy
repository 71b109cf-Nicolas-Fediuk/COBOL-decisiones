001410*"I" ES UN CARGO FINANCIERO POR MORA (CORRIDA MENSUAL VTA4100):
001420*SE COMPORTA COMO UN DEBITO MAS PARA EL SALDO Y LA ANTIGUEDAD.
001430         88  VTA-CTM-INTERES          VALUE "I".
001440*"Q" ES EL CREDITO PROVISORIO DE UN PAGO CON CHEQUE EN CARTERA
001450*(VTA2600); "R" REVIERTE ESE CREDITO CUANDO EL BANCO RECHAZA EL
001460*CHEQUE Y "G" DEBITA EL GASTO BANCARIO DEL RECHAZO (VTA7000).
001470*LOS LECTORES DEL DIARIO CLASIFICAN POR VTA-CTM-ES-CREDITO Y
001480*VTA-CTM-ES-DEBITO EN LUGAR DE PREGUNTAR POR CADA TIPO.
001481*"P" SACA EL SALDO VENCIDO DE LA ANTIGUEDAD AL DAR DE ALTA UN
001482*PLAN DE PAGOS (VTA7200); "K" ES CADA CUOTA DEL PLAN, DEBITADA
001483*EN SU VENCIMIENTO, Y "V" DEVUELVE A LA ANTIGUEDAD EL CAPITAL
001484*QUE QUEDABA CUANDO EL PLAN SE CAE POR CUOTAS IMPAGAS (VTA7300).
001485         88  VTA-CTM-CRED-CHEQUE      VALUE "Q".
001490         88  VTA-CTM-CHEQUE-RECHAZADO VALUE "R".
001493         88  VTA-CTM-GASTO-RECHAZO    VALUE "G".
001494         88  VTA-CTM-PASE-A-PLAN      VALUE "P".
001495         88  VTA-CTM-CUOTA-PLAN       VALUE "K".
001496         88  VTA-CTM-PLAN-CAIDO       VALUE "V".
001497         88  VTA-CTM-ES-CREDITO       VALUE "C" "Q" "P".
001498         88  VTA-CTM-ES-DEBITO        VALUE "D" "I" "R" "G"
001499                                            "K" "V".
001500     05  VTA-CTM-IMPORTE              PIC 9(09)V9(02).
001600     05  VTA-CTM-CLAVE-VENTA.
001700         10  VTA-CTM-VTA-FECHA        PIC 9(08).

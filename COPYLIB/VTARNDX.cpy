000600*POR UNA LINEA LIQUIDADA QUE EL ADQUIRENTE NO RINDIO, POR UNA
000700*RENDICION SIN LIQUIDACION PROPIA QUE LA RESPALDE, POR UN
000800*CONTRACARGO, O POR UN NETO QUE NO CIERRA CONTRA BRUTO MENOS
000825*COMISION Y CARGOS. DESDE QUE CADA PLAN DE CUOTAS SE ACREDITA CON
000850*SU PROPIO PLAZO, "SIN RENDICION" ES UNA ACREDITACION PENDIENTE
000875*CUYA FECHA ESPERADA YA VENCIO, "FUERA DE FECHA" ES UNA RENDICION
000890*QUE LLEGO EN OTRO DIA QUE EL ESPERADO PARA SU PLAN, Y "REPETIDA"
000925*ES UNA RENDICION DE UNA LINEA QUE YA ESTABA RENDIDA.
000950*VTA-RNX-FECHA-ACREDIT ES LA FECHA DE ACREDITACION ESPERADA Y
000975*VTA-RNX-FECHA-PAGO LA QUE INFORMO EL ADQUIRENTE (CERO SI NO
000990*APLICA).
001000******************************************************************
001100 01  VTA-REND-EXC-RECORD.
001200     05  VTA-RNX-FECHA                PIC 9(08).
001800         88  VTA-RNX-SIN-LIQUIDACION  VALUE "A".
001900         88  VTA-RNX-CONTRACARGO      VALUE "C".
002000         88  VTA-RNX-NETO-NO-CIERRA   VALUE "N".
002033         88  VTA-RNX-FUERA-DE-FECHA   VALUE "F".
002066         88  VTA-RNX-REPETIDA         VALUE "R".
002100     05  VTA-RNX-IMP-SISTEMA          PIC S9(09)V9(02).
002200     05  VTA-RNX-IMP-RENDIDO          PIC S9(09)V9(02).
002300     05  VTA-RNX-DIFERENCIA           PIC 9(09)V9(02).
002340     05  VTA-RNX-PLAN-CUOTAS          PIC 9(02).
002380     05  VTA-RNX-FECHA-ACREDIT        PIC 9(08).
002420     05  VTA-RNX-FECHA-PAGO           PIC 9(08).
002460     05  FILLER                       PIC X(02).
002500
002600*VTA-REND-EXC-TRAILER REDEFINE EL ULTIMO REGISTRO DEL ARCHIVO:
002700*EL TOTAL DE CONTROL DE FIN DE ARCHIVO QUE GRABA VTA3700.

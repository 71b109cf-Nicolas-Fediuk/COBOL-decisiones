000100******************************************************************
000200*VTACCAS - LAYOUT DEL REGISTRO DEL ARCHIVO DE CASOS DE
000300*CONTRACARGO (CASO-CCARGO-FILE, VSAM KSDS, DD CONTRCAS). VTA3700
000400*ABRE UN CASO POR CADA CONTRACARGO QUE INFORMA EL ADQUIRENTE EN
000500*SU RENDICION, CON LA CLAVE DEL CUPON DESCONOCIDO (FECHA DE LA
000600*VENTA, TERMINAL Y NUMERO DE AUTORIZACION) Y, SI LA ENCUENTRA, LA
000700*CLAVE DEL REGISTRO DE AUDITORIA DEL TICKET ORIGINAL (CERO SI NO
000800*SE PUDO VINCULAR). TESORERIA LO SIGUE CON VTA7400, QUE REGISTRA
000900*LA DOCUMENTACION ENVIADA, CORRIGE LA FECHA LIMITE DE PRESENTACION
001000*Y ANOTA EL RESULTADO. VTA7500 INFORMA LA ANTIGUEDAD DE LOS CASOS
001100*PENDIENTES Y VTA0300 PASA A CONTABILIDAD LOS PERDIDOS EN EL DIA
001200*DE SU RESOLUCION.
001300*ESTADOS: A ABIERTO (SIN DOCUMENTACION), D DOCUMENTACION
001400*PRESENTADA, G GANADO (EL ADQUIRENTE DEVOLVIO EL IMPORTE) Y P
001500*PERDIDO (SE REVIRTIO LA VENTA EN EL DIARIO DE AUDITORIA).
001600******************************************************************
001700 01  VTA-CASO-CCARGO-RECORD.
001800     05  VTA-CCS-KEY.
001900         10  VTA-CCS-FECHA-VENTA      PIC 9(08).
002000         10  VTA-CCS-TERMINAL-ID      PIC X(05).
002100         10  VTA-CCS-AUTORIZ-TARJ     PIC X(06).
002200     05  VTA-CCS-MEDIO-PAGO           PIC X(02).
002300     05  VTA-CCS-PLAN-CUOTAS          PIC 9(02).
002400     05  VTA-CCS-IMPORTE              PIC 9(09)V9(02).
002500     05  VTA-CCS-AUD-CLAVE.
002600         10  VTA-CCS-AUD-TRANS-FECHA  PIC 9(08).
002700         10  VTA-CCS-AUD-TRANS-SEQ    PIC 9(06).
002800     05  VTA-CCS-FECHA-ALTA           PIC 9(08).
002900     05  VTA-CCS-FECHA-LIMITE         PIC 9(08).
003000     05  VTA-CCS-ESTADO               PIC X(01).
003100         88  VTA-CCS-ABIERTO          VALUE "A".
003200         88  VTA-CCS-PRESENTADO       VALUE "D".
003300         88  VTA-CCS-GANADO           VALUE "G".
003400         88  VTA-CCS-PERDIDO          VALUE "P".
003500         88  VTA-CCS-PENDIENTE        VALUE "A" "D".
003600     05  VTA-CCS-FECHA-DOCUM          PIC 9(08).
003700     05  VTA-CCS-DOCUMENTACION        PIC X(40).
003800     05  VTA-CCS-FECHA-RESOL          PIC 9(08).
003900     05  VTA-CCS-USUARIO              PIC X(08).
004000     05  FILLER                       PIC X(21).

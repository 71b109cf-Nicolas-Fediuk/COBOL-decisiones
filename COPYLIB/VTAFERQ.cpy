002200     05  VTA-FRQ-NETO                 PIC S9(09)V9(02).
002300     05  VTA-FRQ-IVA                  PIC S9(09)V9(02).
002400     05  VTA-FRQ-TOTAL                PIC S9(09)V9(02).
002500*PERCEPCION DE INGRESOS BRUTOS (YA INCLUIDA EN VTA-FRQ-TOTAL) Y
002600*SU ALICUOTA, PARA QUE EL COMPROBANTE LA DISCRIMINE COMO TRIBUTO.
002700     05  VTA-FRQ-PERC-IIBB            PIC S9(09)V9(02).
002800     05  VTA-FRQ-PERC-ALICUOTA        PIC 9(02)V9(02).
002900     05  FILLER                       PIC X(05).

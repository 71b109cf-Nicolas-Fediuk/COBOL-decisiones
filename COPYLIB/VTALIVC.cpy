000100******************************************************************
000200*VTALIVC - LAYOUT DEL REGISTRO DEL ARCHIVO DE COMPROBANTES DE
000300*VENTAS DEL LIBRO IVA DIGITAL DE AFIP (LIVA-CBTE-FILE), 266
000400*POSICIONES EN EL FORMATO FIJO QUE ACEPTA EL IMPORTADOR DE AFIP.
000500*LO GENERA VTA9200 CON UN REGISTRO POR COMPROBANTE AUTORIZADO DEL
000600*MES (FACTURA O NOTA DE CREDITO DE FACTELEC). TODOS LOS IMPORTES
000700*VAN SIN SIGNO CON DOS DECIMALES IMPLICITOS: UNA NOTA DE CREDITO
000800*SE DISTINGUE POR EL TIPO DE COMPROBANTE, NO POR EL SIGNO. EL
000900*NETO GRAVADO Y EL IVA DE CADA TASA VAN EN EL ARCHIVO DE
001000*ALICUOTAS (VTALIVA); LA CONDICION DE IVA DEL CLIENTE VA EN EL
001100*TIPO DE COMPROBANTE Y EN EL CODIGO DE DOCUMENTO (80 CUIT, 99
001200*CONSUMIDOR FINAL SIN IDENTIFICAR).
001300******************************************************************
001400 01  VTA-LIV-CBTE-RECORD.
001500     05  VTA-LVC-FECHA                PIC 9(08).
001600     05  VTA-LVC-TIPO-CPTE            PIC 9(03).
001700     05  VTA-LVC-PTO-VTA              PIC 9(05).
001800     05  VTA-LVC-NRO-DESDE            PIC 9(20).
001900     05  VTA-LVC-NRO-HASTA            PIC 9(20).
002000     05  VTA-LVC-COD-DOC              PIC 9(02).
002100     05  VTA-LVC-NRO-DOC              PIC 9(20).
002200     05  VTA-LVC-NOMBRE               PIC X(30).
002300     05  VTA-LVC-TOTAL                PIC 9(13)V9(02).
002400     05  VTA-LVC-NO-GRAVADO           PIC 9(13)V9(02).
002500     05  VTA-LVC-PERC-NO-CATEG        PIC 9(13)V9(02).
002600     05  VTA-LVC-EXENTO               PIC 9(13)V9(02).
002700     05  VTA-LVC-PERC-NACIONAL        PIC 9(13)V9(02).
002800     05  VTA-LVC-PERC-IIBB            PIC 9(13)V9(02).
002900     05  VTA-LVC-PERC-MUNICIPAL       PIC 9(13)V9(02).
003000     05  VTA-LVC-IMP-INTERNOS         PIC 9(13)V9(02).
003100     05  VTA-LVC-MONEDA               PIC X(03).
003200     05  VTA-LVC-TIPO-CAMBIO          PIC 9(04)V9(06).
003300     05  VTA-LVC-CANT-ALICUOTAS       PIC 9(01).
003400     05  VTA-LVC-COD-OPERACION        PIC X(01).
003500     05  VTA-LVC-OTROS-TRIBUTOS       PIC 9(13)V9(02).
003600     05  VTA-LVC-FECHA-VTO-PAGO       PIC 9(08).

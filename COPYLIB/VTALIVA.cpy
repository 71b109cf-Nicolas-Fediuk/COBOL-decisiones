000100******************************************************************
000200*VTALIVA - LAYOUT DEL REGISTRO DEL ARCHIVO DE ALICUOTAS DE VENTAS
000300*DEL LIBRO IVA DIGITAL DE AFIP (LIVA-ALIC-FILE), 62 POSICIONES.
000400*VTA9200 GRABA UNA LINEA POR CADA TASA DE IVA DE CADA COMPROBANTE
000500*DE VTALIVC, CON EL MISMO TIPO, PUNTO DE VENTA Y NUMERO. CODIGOS
000600*DE ALICUOTA DE AFIP: 0005 GENERAL (21%), 0004 REDUCIDA (10,5%),
000700*0003 CERO (COMPROBANTE TOTALMENTE EXENTO, IMPORTES EN CERO).
000800*IMPORTES SIN SIGNO CON DOS DECIMALES IMPLICITOS.
000900******************************************************************
001000 01  VTA-LIV-ALIC-RECORD.
001100     05  VTA-LVA-TIPO-CPTE            PIC 9(03).
001200     05  VTA-LVA-PTO-VTA              PIC 9(05).
001300     05  VTA-LVA-NRO-CPTE             PIC 9(20).
001400     05  VTA-LVA-NETO                 PIC 9(13)V9(02).
001500     05  VTA-LVA-ALICUOTA             PIC 9(04).
001600     05  VTA-LVA-IVA                  PIC 9(13)V9(02).

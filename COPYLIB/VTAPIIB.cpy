000100******************************************************************
000200*VTAPIIB - LAYOUT DEL REGISTRO DEL PADRON DE PERCEPCIONES DE
000300*INGRESOS BRUTOS (PADRON), 80 POSICIONES. LA PROVINCIA PUBLICA UN
000400*PADRON POR MES CON UNA LINEA POR CUIT INSCRIPTO: LA ALICUOTA DE
000500*PERCEPCION QUE LE CORRESPONDE Y SU PERIODO DE VIGENCIA
000600*(AAAAMMDD). VTA9300 LO CRUZA CONTRA CLIENTEM.
000700*ALICUOTA EN PORCENTAJE CON DOS DECIMALES IMPLICITOS.
000800******************************************************************
000900 01  VTA-PADRON-IIBB-RECORD.
001000     05  VTA-PIB-CUIT                 PIC 9(11).
001100     05  VTA-PIB-VIG-DESDE            PIC 9(08).
001200     05  VTA-PIB-VIG-HASTA            PIC 9(08).
001300     05  VTA-PIB-ALICUOTA             PIC 9(02)V9(02).
001400     05  FILLER                       PIC X(49).

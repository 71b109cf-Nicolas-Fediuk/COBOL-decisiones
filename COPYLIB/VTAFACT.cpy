000400*POR LA CLAVE DE LA TRANSACCION. LO CARGA VTA4600 CON LAS
000500*RESPUESTAS APROBADAS DE AFIP; EL LIBRO IVA (VTA2500) IMPRIME
000600*EL NUMERO DE COMPROBANTE Y EL CAE DE CADA LINEA DESDE AQUI.
000610*VTA-FAC-PTO-VTA ES EL PUNTO DE VENTA CON QUE AFIP AUTORIZO EL
000620*COMPROBANTE; LO EXIGE LA EXPORTACION DEL LIBRO IVA DIGITAL
000630*(VTA9200). EN LAS FACTURAS CARGADAS ANTES DE QUE LA RESPUESTA LO
000640*INFORMARA VIENE EN BLANCO: VTA9200 TOMA EL DE SU PARAMETRO.
000700******************************************************************
000800 01  VTA-FACT-ELEC-RECORD.
000900     05  VTA-FAC-CLAVE.
001400     05  VTA-FAC-CAE                  PIC X(14).
001500     05  VTA-FAC-CAE-VTO              PIC 9(08).
001600     05  VTA-FAC-FECHA-CARGA          PIC 9(08).
001650     05  VTA-FAC-PTO-VTA              PIC 9(05).
001700     05  FILLER                       PIC X(22).

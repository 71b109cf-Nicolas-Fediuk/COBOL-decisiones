002691*                LEE DEL PARAMETRO FECHAPRM (FECHA DEL SISTEMA
002692*                CON AVISO SI FALTA), PARA QUE UNA CADENA QUE
002693*                CRUZA LA MEDIANOCHE MARQUE EL DIA CORRECTO.
002694*2026-10-15 NF  AGREGADO EL DESGLOSE POR CANAL (LOCAL Y TIENDA
002696*                WEB): VENTAS, IMPORTE, TOTAL COBRADO Y ENVIO. UN
002698*                REGISTRO CON EL CANAL EN BLANCO ES DE LOCAL.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. VTA0200.
010800     05  VTA-GRAN-TOT-DESCUENTO      PIC S9(09)V9(02) VALUE ZERO.
010900     05  VTA-GRAN-TOT-COBRADO        PIC S9(09)V9(02) VALUE ZERO.
010910     05  VTA-GRAN-DESC-PROMO         PIC S9(09)V9(02) VALUE ZERO.
010915
010920*ACUMULADORES POR CANAL DE VENTA (1 LOCAL, 2 TIENDA WEB). EL ENVIO
010925*SOLO LO LLEVAN LAS VENTAS WEB, SIN IVA.
010931 01  VTA-TABLA-CANALES.
010936     05  VTA-CAN-ENTRADA OCCURS 2 TIMES
010941                         INDEXED BY VTA-CAN-IDX.
010947         10  VTA-CAN-CANT-VENTAS     PIC S9(07) COMP VALUE ZERO.
010952         10  VTA-CAN-TOT-IMPORTE     PIC S9(09)V9(02) VALUE ZERO.
010957         10  VTA-CAN-TOT-COBRADO     PIC S9(09)V9(02) VALUE ZERO.
010962         10  VTA-CAN-TOT-ENVIO       PIC S9(09)V9(02) VALUE ZERO.
010968
010973 01  VTA-NOMBRES-CANAL-VALORES.
010978     05  FILLER                      PIC X(06) VALUE "LOCAL ".
010984     05  FILLER                      PIC X(06) VALUE "WEB   ".
010989 01  VTA-NOMBRES-CANAL REDEFINES VTA-NOMBRES-CANAL-VALORES.
010994     05  VTA-CAN-NOMBRE              PIC X(06) OCCURS 2 TIMES.
011000
011100*ACUMULADORES POR TERMINAL, PRECARGADOS DESDE EL MAESTRO DE
011200*TERMINALES. UNA TERMINAL QUE APARECE EN EL LOG SIN FIGURAR EN
018800     05  FILLER                      PIC X(20)
018900         VALUE "TOTAL COBRADO     : ".
019000     05  VTA-LC-COBRADO              PIC ZZZ,ZZZ,ZZ9.99.
019006
019013 01  VTA-LINEA-CANAL.
019020     05  FILLER                      PIC X(06) VALUE "CANAL ".
019026     05  VTA-LCN-NOMBRE              PIC X(06).
019033     05  FILLER                      PIC X(09) VALUE " VENTAS: ".
019040     05  VTA-LCN-CANT                PIC -ZZ,ZZ9.
019046     05  FILLER                      PIC X(07) VALUE "  IMP: ".
019053     05  VTA-LCN-IMPORTE             PIC -ZZ,ZZZ,ZZ9.99.
019060
019066 01  VTA-LINEA-CANAL-COBRADO.
019073     05  FILLER                      PIC X(09) VALUE " COBRADO:".
019080     05  VTA-LCC-COBRADO             PIC -ZZ,ZZZ,ZZ9.99.
019086     05  FILLER                      PIC X(09) VALUE "  ENVIO: ".
019093     05  VTA-LCC-ENVIO               PIC -ZZ,ZZZ,ZZ9.99.
019100
019200 01  VTA-LINEA-SUCURSAL.
019300     05  FILLER                      PIC X(10)
038340     END-IF.
038400
038500     PERFORM 2500-ACUMULAR-TERMINAL THRU 2500-EXIT.
038533
038566     PERFORM 2800-ACUMULAR-CANAL THRU 2800-EXIT.
038600
038700     PERFORM 1100-LEER-AUDITORIA THRU 1100-EXIT.
038800
047900 2700-EXIT.
048000     EXIT.
048100
048103******************************************************************
048106*2800-ACUMULAR-CANAL: SUMA EL REGISTRO ACTUAL A SU CANAL DE
048110*VENTA, CON EL MISMO CRITERIO DE CONTEO QUE LOS TOTALES
048111*GENERALES. UN
048113*REGISTRO GRABADO ANTES DE LA TIENDA WEB TRAE EL CANAL Y EL ENVIO
048116*EN BLANCO: ES DE LOCAL Y SIN ENVIO.
048120******************************************************************
048123 2800-ACUMULAR-CANAL.
048126
048130     IF VTA-AUD-CANAL-WEB
048133         SET VTA-CAN-IDX TO 2
048136     ELSE
048140         SET VTA-CAN-IDX TO 1
048143     END-IF.
048146
048150     IF VTA-AUD-NORMAL OR VTA-AUD-OVERRIDE
048153         ADD 1 TO VTA-CAN-CANT-VENTAS (VTA-CAN-IDX)
048156     ELSE
048160         SUBTRACT 1 FROM VTA-CAN-CANT-VENTAS (VTA-CAN-IDX)
048163     END-IF.
048166
048170     ADD VTA-AUD-IMPORTE
048171         TO VTA-CAN-TOT-IMPORTE (VTA-CAN-IDX).
048173     ADD VTA-AUD-TOTAL-COBRAR
048174         TO VTA-CAN-TOT-COBRADO (VTA-CAN-IDX).
048176
048180     IF VTA-AUD-ENVIO NUMERIC
048183         ADD VTA-AUD-ENVIO    TO VTA-CAN-TOT-ENVIO (VTA-CAN-IDX)
048186     END-IF.
048190
048193 2800-EXIT.
048196     EXIT.
048198
048200******************************************************************
048300*8000-IMPRIMIR-REPORTE: EMITE EL DETALLE POR TRAMO Y LOS TOTALES
048400*GENERALES DEL DIA.
050200
050300     MOVE VTA-GRAN-TOT-COBRADO   TO VTA-LC-COBRADO.
050400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-COBRADO.
050420
050440     PERFORM 8300-IMPRIMIR-CANAL THRU 8300-EXIT
050460         VARYING VTA-CAN-IDX FROM 1 BY 1
050480         UNTIL VTA-CAN-IDX > 2.
050500
050600 8000-EXIT.
050700     EXIT.
051800 8100-EXIT.
051900     EXIT.
052000
052007 8300-IMPRIMIR-CANAL.
052014
052021     MOVE VTA-CAN-NOMBRE (VTA-CAN-IDX)      TO VTA-LCN-NOMBRE.
052028     MOVE VTA-CAN-CANT-VENTAS (VTA-CAN-IDX) TO VTA-LCN-CANT.
052035     MOVE VTA-CAN-TOT-IMPORTE (VTA-CAN-IDX) TO VTA-LCN-IMPORTE.
052042     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANAL.
052050
052057     MOVE VTA-CAN-TOT-COBRADO (VTA-CAN-IDX) TO VTA-LCC-COBRADO.
052064     MOVE VTA-CAN-TOT-ENVIO (VTA-CAN-IDX)   TO VTA-LCC-ENVIO.
052071     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANAL-COBRADO.
052078
052085 8300-EXIT.
052092     EXIT.
052096
052100******************************************************************
052200*8400-IMPRIMIR-SUCURSALES: EMITE, PARA CADA SUCURSAL, SUS TOTALES
052300*(SUMA DE SUS TERMINALES) CON EL DETALLE POR TRAMO, Y DEBAJO EL

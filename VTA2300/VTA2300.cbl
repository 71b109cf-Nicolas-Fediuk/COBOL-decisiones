001750*2026-08-22 NF  LA TABLA DE PRODUCTOS PASA A 1000 ENTRADAS Y UN
001760*               DESBORDE VOLTEA EL PASO CON MENSAJE, EN LUGAR
001770*               DE PISAR MEMORIA EN SILENCIO.
001775*2026-10-15 NF  LAS UNIDADES Y LA VENTA NETA SE ABREN POR CANAL:
001780*               DEBAJO DE CADA PRODUCTO CON VENTA WEB SE IMPRIME
001785*               LA PARTE DE LA TIENDA WEB, Y AL PIE LOS TOTALES DE
001790*               LOCAL Y WEB. UN REGISTRO CON EL CANAL EN BLANCO ES
001795*               DE LOCAL.
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. VTA2300.
010000         10  VTA-PRA-UNIDADES        PIC S9(07) VALUE ZERO.
010100         10  VTA-PRA-VENTA-NETA      PIC S9(09)V9(02) VALUE ZERO.
010200         10  VTA-PRA-DESC-COSTO      PIC S9(09)V9(02) VALUE ZERO.
010233         10  VTA-PRA-UNID-WEB        PIC S9(07) VALUE ZERO.
010266         10  VTA-PRA-VENTA-WEB       PIC S9(09)V9(02) VALUE ZERO.
010300         10  VTA-PRA-SW-LISTADO      PIC X(01) VALUE "N".
010400             88  VTA-PRA-LISTADO     VALUE "S".
010500
010600 01  VTA-PRA-FOUND-NDX               PIC 9(04) COMP VALUE ZERO.
010700
010800 01  VTA-PROD-BUSCADO                PIC X(06).
010812
010825*TOTALES DEL RANGO POR CANAL DE VENTA: 1 LOCAL, 2 TIENDA WEB.
010837 01  VTA-TOTALES-POR-CANAL.
010850     05  VTA-CAN-ENTRADA OCCURS 2 TIMES
010862                         INDEXED BY VTA-CAN-IDX.
010875         10  VTA-CAN-UNIDADES        PIC S9(07) VALUE ZERO.
010887         10  VTA-CAN-VENTA-NETA      PIC S9(09)V9(02) VALUE ZERO.
010900
011000*LINEAS DE IMPRESION.
011100 01  VTA-LINEA-TITULO.
012700     05  VTA-LP-STOCK                PIC Z,ZZZ,ZZ9.
012800     05  FILLER                      PIC X(01) VALUE SPACE.
012900     05  VTA-LP-MARCA                PIC X(07).
012906
012913 01  VTA-LINEA-PRODUCTO-WEB.
012920     05  FILLER                      PIC X(07) VALUE "   WEB ".
012926     05  VTA-LPW-UNIDADES            PIC ZZZ,ZZ9-.
012933     05  FILLER                      PIC X(05) VALUE " VTA:".
012940     05  VTA-LPW-VENTA               PIC ZZZ,ZZZ,ZZ9.99-.
012946
012953 01  VTA-LINEA-TOTAL-CANAL.
012960     05  FILLER                      PIC X(12)
012963         VALUE "TOTAL CANAL ".
012966     05  VTA-LTC-CANAL               PIC X(06).
012973     05  FILLER                      PIC X(06) VALUE " UNID:".
012980     05  VTA-LTC-UNIDADES            PIC ZZZ,ZZ9-.
012986     05  FILLER                      PIC X(05) VALUE " VTA:".
012993     05  VTA-LTC-VENTA               PIC ZZZ,ZZZ,ZZ9.99-.
013000
013100 PROCEDURE DIVISION.
013200
014800     PERFORM 8500-LISTAR-SIN-MAESTRO THRU 8500-EXIT
014900         VARYING VTA-PRA-IDX FROM 1 BY 1
015000         UNTIL VTA-PRA-IDX > VTA-PRA-CANT.
015020
015040     PERFORM 8600-LISTAR-CANAL THRU 8600-EXIT
015060         VARYING VTA-CAN-IDX FROM 1 BY 1
015080         UNTIL VTA-CAN-IDX > 2.
015100
015200     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
015300
021600             MOVE ZERO TO VTA-PRA-UNIDADES (VTA-PRA-IDX)
021700             MOVE ZERO TO VTA-PRA-VENTA-NETA (VTA-PRA-IDX)
021800             MOVE ZERO TO VTA-PRA-DESC-COSTO (VTA-PRA-IDX)
021833             MOVE ZERO TO VTA-PRA-UNID-WEB (VTA-PRA-IDX)
021866             MOVE ZERO TO VTA-PRA-VENTA-WEB (VTA-PRA-IDX)
021900             MOVE "N"  TO VTA-PRA-SW-LISTADO (VTA-PRA-IDX)
022000         END-IF
022100
022500             TO VTA-PRA-VENTA-NETA (VTA-PRA-FOUND-NDX)
022600         ADD VTA-AUD-DESCUENTO
022700             TO VTA-PRA-DESC-COSTO (VTA-PRA-FOUND-NDX)
022707
022715         IF VTA-AUD-CANAL-WEB
022723             ADD VTA-AUD-CANTIDAD
022730                 TO VTA-PRA-UNID-WEB (VTA-PRA-FOUND-NDX)
022738             ADD VTA-AUD-TOTAL
022746                 TO VTA-PRA-VENTA-WEB (VTA-PRA-FOUND-NDX)
022753             SET VTA-CAN-IDX TO 2
022761         ELSE
022769             SET VTA-CAN-IDX TO 1
022776         END-IF
022784         ADD VTA-AUD-CANTIDAD TO VTA-CAN-UNIDADES (VTA-CAN-IDX)
022792         ADD VTA-AUD-TOTAL    TO VTA-CAN-VENTA-NETA (VTA-CAN-IDX)
022800     END-IF.
022900
023000     PERFORM 1100-LEER-AUDITORIA THRU 1100-EXIT.
031100     END-IF.
031200
031300     WRITE VTA-REPORT-LINE FROM VTA-LINEA-PRODUCTO.
031316
031333     IF VTA-PROD-ENCONTRADO
031350         SET VTA-PRA-IDX TO VTA-PRA-FOUND-NDX
031366         PERFORM 8200-LINEA-WEB THRU 8200-EXIT
031383     END-IF.
031400
031500 8100-EXIT.
031600     EXIT.
031605
031611******************************************************************
031616*8200-LINEA-WEB: SI EL PRODUCTO TUVO MOVIMIENTO EN LA TIENDA WEB,
031622*IMPRIME DEBAJO DE SU LINEA LA PARTE WEB DE LAS UNIDADES Y DE LA
031627*VENTA NETA (EL RESTO ES DE LOCAL).
031633******************************************************************
031638 8200-LINEA-WEB.
031644
031650     IF VTA-PRA-UNID-WEB (VTA-PRA-IDX) NOT = ZERO
031655        OR VTA-PRA-VENTA-WEB (VTA-PRA-IDX) NOT = ZERO
031661         MOVE VTA-PRA-UNID-WEB (VTA-PRA-IDX)  TO VTA-LPW-UNIDADES
031666         MOVE VTA-PRA-VENTA-WEB (VTA-PRA-IDX) TO VTA-LPW-VENTA
031672         WRITE VTA-REPORT-LINE FROM VTA-LINEA-PRODUCTO-WEB
031677     END-IF.
031683
031688 8200-EXIT.
031694     EXIT.
031700
031800******************************************************************
031900*8500-LISTAR-SIN-MAESTRO: EMITE LOS PRODUCTOS VENDIDOS EN LA
033300         MOVE ZERO            TO VTA-LP-STOCK
033400         MOVE "SIN MAE"       TO VTA-LP-MARCA
033500         WRITE VTA-REPORT-LINE FROM VTA-LINEA-PRODUCTO
033550         PERFORM 8200-LINEA-WEB THRU 8200-EXIT
033600     END-IF.
033700
033800 8500-EXIT.
033900     EXIT.
033906
033912 8600-LISTAR-CANAL.
033918
033925     IF VTA-CAN-IDX = 1
033931         MOVE "LOCAL " TO VTA-LTC-CANAL
033937     ELSE
033943         MOVE "WEB   " TO VTA-LTC-CANAL
033950     END-IF.
033956
033962     MOVE VTA-CAN-UNIDADES (VTA-CAN-IDX)   TO VTA-LTC-UNIDADES.
033968     MOVE VTA-CAN-VENTA-NETA (VTA-CAN-IDX) TO VTA-LTC-VENTA.
033975     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL-CANAL.
033981
033987 8600-EXIT.
033993     EXIT.
034000
034100 9000-FINALIZAR.
034200

000100******************************************************************
000200*REPORTE SEMANAL DE VENCIMIENTOS POR SUCURSAL Y BAJA DE LOTES
000300*VENCIDOS. HASTA AHORA EL PRODUCTO VENCIDO LO ENCONTRABA EL
000400*CLIENTE EN LA GONDOLA Y LA BAJA SE TIPEABA A MANO COMO UN AJUSTE
000500*NEGATIVO CUALQUIERA, SIN RASTRO DEL LOTE. ESTE PROCESO RECORRE EL
000600*STOCK POR LOTE (STOCK-LOTE-FILE, CARGADO POR VTA1500 Y CONSUMIDO
000700*POR EJERCICIO5) Y LISTA, SUCURSAL POR SUCURSAL, CADA LOTE CON
000800*EXISTENCIA QUE VENCE DENTRO DEL HORIZONTE DE AVISO (DIASVENC,
000900*60 DIAS SI NO HAY PARAMETRO), CON LOS DIAS QUE LE QUEDAN. POR
001000*CADA LOTE YA VENCIDO GENERA ADEMAS EN MOV-STOCK-FILE UN AJUSTE
001100*NEGATIVO CON EL CODIGO DE RAZON 40 (BAJA POR VENCIMIENTO), EL
001200*LOTE, SU VENCIMIENTO Y LA SUCURSAL, QUE VTA1500 APLICA DESPUES
001300*COMO CUALQUIER AJUSTE (MISMO CIRCUITO QUE LAS DIFERENCIAS DE
001400*CONTEO DE VTA3600) Y QUE QUEDA EN EL KARDEX CON SU LOTE.
001500******************************************************************
001600*MODIFICACIONES:
001700*2026-10-15 NF  PROGRAMA ORIGINAL.
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. VTA6200.
002100 AUTHOR. N. FEDIUK.
002200 INSTALLATION. PERFUMERIA - SISTEMAS.
002300 DATE-WRITTEN. 2026-10-15.
002400 DATE-COMPILED. 2026-10-15.
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT STOCK-LOTE-FILE ASSIGN TO "STOCKLOT"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS SEQUENTIAL
003200         RECORD KEY IS VTA-LOT-CLAVE
003300         FILE STATUS IS VTA-STKLOT-STATUS.
003400
003500     SELECT PRODUCTO-MASTER-FILE ASSIGN TO "PRODUCTM"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS VTA-PROD-CODIGO
003900         FILE STATUS IS VTA-PRODMTR-STATUS.
004000
004100     SELECT MOV-STOCK-FILE ASSIGN TO "MOVSTK"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS VTA-MOVST-STATUS.
004400
004500     SELECT OPTIONAL DIAS-VENC-FILE ASSIGN TO "DIASVENC"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS VTA-DVENC-STATUS.
004800
004900     SELECT VENC-REPORT-FILE ASSIGN TO "VENCRPT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS VTA-REPORT-STATUS.
005200
005300     SELECT OPTIONAL FECHA-PARM-FILE ASSIGN TO "FECHAPRM"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS VTA-FPRM-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  STOCK-LOTE-FILE
006000     RECORDING MODE IS F.
006100     COPY VTASTLT.
006200
006300 FD  PRODUCTO-MASTER-FILE
006400     RECORDING MODE IS F.
006500     COPY VTAPROD.
006600
006700 FD  MOV-STOCK-FILE
006800     RECORDING MODE IS F.
006900     COPY VTAMVST.
007000
007100 FD  DIAS-VENC-FILE
007200     RECORDING MODE IS F.
007300 01  VTA-DIAS-VENC-RECORD.
007400     05  VTA-DVN-DIAS                PIC 9(03).
007500     05  FILLER                      PIC X(77).
007600
007700 FD  VENC-REPORT-FILE.
007800 01  VTA-REPORT-LINE                 PIC X(80).
007900
008000 FD  FECHA-PARM-FILE
008100     RECORDING MODE IS F.
008200 01  VTA-FECHA-PARM-RECORD.
008300     05  VTA-FPRM-FECHA              PIC 9(08).
008400     05  FILLER                      PIC X(72).
008500
008600 WORKING-STORAGE SECTION.
008700
008800 COPY VTARLGP.
008900
009000 COPY VTAFCHP.
009100
009200 01  VTA-FPRM-STATUS                 PIC X(02).
009300     88  VTA-FPRM-OK                 VALUE "00".
009400
009500 01  VTA-STKLOT-STATUS               PIC X(02).
009600     88  VTA-STKLOT-OK               VALUE "00".
009700
009800 01  VTA-PRODMTR-STATUS              PIC X(02).
009900     88  VTA-PRODMTR-OK              VALUE "00".
010000
010100 01  VTA-MOVST-STATUS                PIC X(02).
010200     88  VTA-MOVST-OK                VALUE "00".
010300
010400 01  VTA-DVENC-STATUS                PIC X(02).
010500     88  VTA-DVENC-OK                VALUE "00".
010600
010700 01  VTA-REPORT-STATUS               PIC X(02).
010800     88  VTA-REPORT-OK               VALUE "00".
010900
011000 01  VTA-SWITCHES.
011100     05  VTA-SW-FIN-ARCHIVO          PIC X(01) VALUE "N".
011200         88  VTA-FIN-ARCHIVO         VALUE "S".
011300     05  VTA-SW-SUC-ENCONTRADA       PIC X(01) VALUE "N".
011400         88  VTA-SUC-ENCONTRADA      VALUE "S".
011500
011600 01  VTA-FECHA-PROCESO               PIC 9(08).
011700 01  VTA-FECHA-LIMITE                PIC 9(08).
011800
011900*HORIZONTE DE AVISO EN DIAS CORRIDOS; SI DIASVENC NO TRAE
012000*REGISTRO SE AVISA CON DOS MESES DE ANTICIPACION.
012100 77  VTA-DIAS-AVISO                  PIC 9(03) VALUE 60.
012200
012300*VENCIMIENTO CON EL QUE VTA1500 GUARDA UN LOTE SIN FECHA: NUNCA
012400*SE INFORMA.
012500 77  VTA-VENC-SIN-FECHA              PIC 9(08) VALUE 99991231.
012600
012700*CODIGO DE RAZON DE LA BAJA POR VENCIMIENTO (VER VTAMVST).
012800 77  VTA-RAZON-VENCIDO               PIC 9(02) VALUE 40.
012900
013000*LOTES A INFORMAR, EN EL ORDEN DE LA CLAVE (PRODUCTO, SUCURSAL,
013100*VENCIMIENTO), Y SUCURSALES QUE TIENEN ALGUNO.
013200 01  VTA-TABLA-LOTES.
013300     05  VTA-TLT-CANT                PIC 9(05) COMP VALUE ZERO.
013400     05  VTA-TLT-ENTRADA OCCURS 3000 TIMES
013500                         INDEXED BY VTA-TLT-IDX.
013600         10  VTA-TLT-SUCURSAL        PIC X(03).
013700         10  VTA-TLT-PRODUCTO        PIC X(06).
013800         10  VTA-TLT-LOTE            PIC X(12).
013900         10  VTA-TLT-VENCIMIENTO     PIC 9(08).
014000         10  VTA-TLT-CANTIDAD        PIC 9(07).
014100         10  VTA-TLT-DIAS            PIC S9(05).
014200
014300 01  VTA-TABLA-SUCURSALES.
014400     05  VTA-TSC-CANT                PIC 9(03) COMP VALUE ZERO.
014500     05  VTA-TSC-ENTRADA OCCURS 100 TIMES
014600                         INDEXED BY VTA-TSC-IDX VTA-TSC-IDX2.
014700         10  VTA-TSC-SUCURSAL        PIC X(03).
014800
014900 01  VTA-CONTADORES.
015000     05  VTA-CANT-LEIDOS             PIC 9(07) COMP VALUE ZERO.
015100     05  VTA-CANT-POR-VENCER         PIC 9(07) COMP VALUE ZERO.
015200     05  VTA-CANT-VENCIDOS           PIC 9(07) COMP VALUE ZERO.
015300     05  VTA-UNID-SUC-POR-VENCER     PIC 9(09) COMP VALUE ZERO.
015400     05  VTA-UNID-SUC-VENCIDAS       PIC 9(09) COMP VALUE ZERO.
015500
015600*LINEAS DE IMPRESION.
015700 01  VTA-LINEA-TITULO.
015800     05  FILLER                      PIC X(05) VALUE SPACES.
015900     05  FILLER                      PIC X(32)
016000         VALUE "LOTES POR VENCER Y VENCIDOS AL ".
016100     05  VTA-LT-FECHA                PIC 9(08).
016200     05  FILLER                      PIC X(12)
016300         VALUE " - AVISO A ".
016400     05  VTA-LT-DIAS                 PIC ZZ9.
016500     05  FILLER                      PIC X(05) VALUE " DIAS".
016600
016700 01  VTA-LINEA-SUCURSAL.
016800     05  FILLER                      PIC X(10) VALUE "SUCURSAL: ".
016900     05  VTA-LS-SUCURSAL             PIC X(03).
017000
017100 01  VTA-LINEA-LOTE.
017200     05  FILLER                      PIC X(02) VALUE SPACES.
017300     05  VTA-LL-PRODUCTO             PIC X(06).
017400     05  FILLER                      PIC X(01) VALUE SPACES.
017500     05  VTA-LL-DESCRIPCION          PIC X(20).
017600     05  FILLER                      PIC X(01) VALUE SPACES.
017700     05  VTA-LL-LOTE                 PIC X(12).
017800     05  FILLER                      PIC X(01) VALUE SPACES.
017900     05  VTA-LL-VENCIMIENTO          PIC 9(08).
018000     05  VTA-LL-CANTIDAD             PIC Z,ZZZ,ZZ9.
018100     05  FILLER                      PIC X(02) VALUE SPACES.
018200     05  VTA-LL-ESTADO               PIC X(14).
018300
018400 01  VTA-LINEA-DIAS.
018500     05  FILLER                      PIC X(06) VALUE "FALTAN".
018600     05  VTA-LD-DIAS                 PIC ZZZZ9.
018700     05  FILLER                      PIC X(03) VALUE " D.".
018800
018900 01  VTA-LINEA-TOTAL-SUC.
019000     05  FILLER                      PIC X(24)
019100         VALUE "  UNIDADES POR VENCER: ".
019200     05  VTA-LTS-POR-VENCER          PIC ZZZ,ZZZ,ZZ9.
019300     05  FILLER                      PIC X(14)
019400         VALUE "  VENCIDAS: ".
019500     05  VTA-LTS-VENCIDAS            PIC ZZZ,ZZZ,ZZ9.
019600
019700 PROCEDURE DIVISION.
019800
019900 0000-MAINLINE.
020000
020100     MOVE "VTA6200" TO VTA-RLP-PROGRAMA.
020200     SET VTA-RLP-INICIO TO TRUE.
020300     CALL "VTARUNLG" USING VTA-RUNLOG-PARMS.
020400
020500     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
020600
020700     PERFORM 2000-EVALUAR-LOTE THRU 2000-EXIT
020800         UNTIL VTA-FIN-ARCHIVO.
020900
021000     PERFORM 3000-IMPRIMIR-SUCURSAL THRU 3000-EXIT
021100         VARYING VTA-TSC-IDX FROM 1 BY 1
021200         UNTIL VTA-TSC-IDX > VTA-TSC-CANT.
021300
021400     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
021500
021600     SET VTA-RLP-FIN TO TRUE.
021700     MOVE VTA-FECHA-PROCESO TO VTA-RLP-FECHA-NEG.
021800     MOVE VTA-CANT-LEIDOS TO VTA-RLP-REG-ENTRADA.
021900     MOVE VTA-CANT-VENCIDOS TO VTA-RLP-REG-SALIDA.
022000     MOVE RETURN-CODE TO VTA-RLP-RC.
022100     CALL "VTARUNLG" USING VTA-RUNLOG-PARMS.
022200
022300     STOP RUN.
022400
022500 1000-INICIALIZAR.
022600
022700     PERFORM 1250-OBTENER-FECHA-NEGOCIO THRU 1250-EXIT.
022800     PERFORM 1200-CARGAR-DIAS-AVISO THRU 1200-EXIT.
022900
023000     OPEN INPUT STOCK-LOTE-FILE.
023100     OPEN INPUT PRODUCTO-MASTER-FILE.
023200     OPEN OUTPUT MOV-STOCK-FILE.
023300     OPEN OUTPUT VENC-REPORT-FILE.
023400
023500     IF NOT VTA-STKLOT-OK
023600         DISPLAY "VTA6200 - NO SE PUDO ABRIR STOCK-LOTE-FILE. "
023700                 "ESTADO: " VTA-STKLOT-STATUS
023800         MOVE 8 TO RETURN-CODE
023900         STOP RUN
024000     END-IF.
024100
024200*EL LIMITE DEL AVISO ES EL MISMO PARA TODOS LOS LOTES: HOY MAS
024300*EL HORIZONTE CONFIGURADO.
024400     SET VTA-FCH-AGREGAR TO TRUE.
024500     MOVE VTA-FECHA-PROCESO TO VTA-FCH-FECHA-1.
024600     MOVE VTA-DIAS-AVISO    TO VTA-FCH-DIAS.
024700     CALL "VTAFECHA" USING VTA-FECHA-PARMS.
024800     MOVE VTA-FCH-FECHA-2   TO VTA-FECHA-LIMITE.
024900
025000     MOVE VTA-FECHA-PROCESO TO VTA-LT-FECHA.
025100     MOVE VTA-DIAS-AVISO    TO VTA-LT-DIAS.
025200     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TITULO.
025300
025400     PERFORM 1100-LEER-LOTE THRU 1100-EXIT.
025500
025600 1000-EXIT.
025700     EXIT.
025800
025900 1100-LEER-LOTE.
026000
026100     READ STOCK-LOTE-FILE NEXT
026200         AT END
026300             SET VTA-FIN-ARCHIVO TO TRUE
026400         NOT AT END
026500             ADD 1 TO VTA-CANT-LEIDOS
026600     END-READ.
026700
026800 1100-EXIT.
026900     EXIT.
027000
027100 1200-CARGAR-DIAS-AVISO.
027200
027300     OPEN INPUT DIAS-VENC-FILE.
027400
027500     IF VTA-DVENC-OK
027600         READ DIAS-VENC-FILE
027700             AT END
027800                 CONTINUE
027900         END-READ
028000         IF VTA-DVENC-OK AND VTA-DVN-DIAS > 0
028100             MOVE VTA-DVN-DIAS TO VTA-DIAS-AVISO
028200         END-IF
028300         CLOSE DIAS-VENC-FILE
028400     END-IF.
028500
028600 1200-EXIT.
028700     EXIT.
028800
028900******************************************************************
029000*1250-OBTENER-FECHA-NEGOCIO: LEE LA FECHA DE NEGOCIO DEL
029100*PARAMETRO FECHAPRM (EL MISMO DEL RESTO DE LA CADENA). SIN
029200*PARAMETRO SE USA LA FECHA DEL SISTEMA, CON AVISO.
029300******************************************************************
029400 1250-OBTENER-FECHA-NEGOCIO.
029500
029600     MOVE ZERO TO VTA-FECHA-PROCESO.
029700
029800     OPEN INPUT FECHA-PARM-FILE.
029900     IF VTA-FPRM-OK
030000         READ FECHA-PARM-FILE
030100             AT END
030200                 CONTINUE
030300         END-READ
030400         IF VTA-FPRM-OK AND VTA-FPRM-FECHA > 0
030500             MOVE VTA-FPRM-FECHA TO VTA-FECHA-PROCESO
030600         END-IF
030700         CLOSE FECHA-PARM-FILE
030800     END-IF.
030900
031000     IF VTA-FECHA-PROCESO = ZERO
031100         ACCEPT VTA-FECHA-PROCESO FROM DATE YYYYMMDD
031200         DISPLAY "VTA6200 - AVISO: SIN FECHA DE NEGOCIO "
031300                 "(FECHAPRM). SE USA LA FECHA DEL SISTEMA."
031400     END-IF.
031500
031600 1250-EXIT.
031700     EXIT.
031800
031900******************************************************************
032000*2000-EVALUAR-LOTE: UN LOTE CON EXISTENCIA QUE VENCE DENTRO DEL
032100*HORIZONTE SE ANOTA PARA EL REPORTE; SI YA VENCIO, ADEMAS SE
032200*GENERA SU BAJA.
032300******************************************************************
032400 2000-EVALUAR-LOTE.
032500
032600     IF VTA-LOT-CANTIDAD NOT > ZERO
032700        OR VTA-LOT-VENCIMIENTO = VTA-VENC-SIN-FECHA
032800        OR VTA-LOT-VENCIMIENTO > VTA-FECHA-LIMITE
032900         GO TO 2000-SIGUIENTE
033000     END-IF.
033100
033200     IF VTA-TLT-CANT >= 3000
033300         DISPLAY "VTA6200 - TABLA DE LOTES LLENA (MAXIMO "
033400                 "3000). AGRANDAR LA TABLA."
033500         MOVE 8 TO RETURN-CODE
033600         STOP RUN
033700     END-IF.
033800
033900     SET VTA-FCH-DIFERENCIA TO TRUE.
034000     MOVE VTA-FECHA-PROCESO   TO VTA-FCH-FECHA-1.
034100     MOVE VTA-LOT-VENCIMIENTO TO VTA-FCH-FECHA-2.
034200     CALL "VTAFECHA" USING VTA-FECHA-PARMS.
034300
034400     ADD 1 TO VTA-TLT-CANT.
034500     SET VTA-TLT-IDX TO VTA-TLT-CANT.
034600     MOVE VTA-LOT-SUCURSAL    TO VTA-TLT-SUCURSAL (VTA-TLT-IDX).
034700     MOVE VTA-LOT-PRODUCTO    TO VTA-TLT-PRODUCTO (VTA-TLT-IDX).
034800     MOVE VTA-LOT-LOTE        TO VTA-TLT-LOTE (VTA-TLT-IDX).
034900     MOVE VTA-LOT-VENCIMIENTO
035000                         TO VTA-TLT-VENCIMIENTO (VTA-TLT-IDX).
035100     MOVE VTA-LOT-CANTIDAD    TO VTA-TLT-CANTIDAD (VTA-TLT-IDX).
035200     MOVE VTA-FCH-DIAS        TO VTA-TLT-DIAS (VTA-TLT-IDX).
035300
035400     PERFORM 2100-ANOTAR-SUCURSAL THRU 2100-EXIT.
035500
035600     IF VTA-LOT-VENCIMIENTO < VTA-FECHA-PROCESO
035700         PERFORM 2200-GENERAR-BAJA THRU 2200-EXIT
035800     ELSE
035900         ADD 1 TO VTA-CANT-POR-VENCER
036000     END-IF.
036100
036200 2000-SIGUIENTE.
036300
036400     PERFORM 1100-LEER-LOTE THRU 1100-EXIT.
036500
036600 2000-EXIT.
036700     EXIT.
036800
036900 2100-ANOTAR-SUCURSAL.
037000
037100     MOVE "N" TO VTA-SW-SUC-ENCONTRADA.
037200     PERFORM 2110-BUSCAR-SUCURSAL THRU 2110-EXIT
037300         VARYING VTA-TSC-IDX2 FROM 1 BY 1
037400         UNTIL VTA-TSC-IDX2 > VTA-TSC-CANT
037500            OR VTA-SUC-ENCONTRADA.
037600
037700     IF VTA-SUC-ENCONTRADA
037800         GO TO 2100-EXIT
037900     END-IF.
038000
038100     IF VTA-TSC-CANT >= 100
038200         DISPLAY "VTA6200 - TABLA DE SUCURSALES LLENA (MAXIMO "
038300                 "100). AGRANDAR LA TABLA."
038400         MOVE 8 TO RETURN-CODE
038500         STOP RUN
038600     END-IF.
038700
038800     ADD 1 TO VTA-TSC-CANT.
038900     SET VTA-TSC-IDX2 TO VTA-TSC-CANT.
039000     MOVE VTA-LOT-SUCURSAL TO VTA-TSC-SUCURSAL (VTA-TSC-IDX2).
039100
039200 2100-EXIT.
039300     EXIT.
039400
039500 2110-BUSCAR-SUCURSAL.
039600
039700     IF VTA-LOT-SUCURSAL = VTA-TSC-SUCURSAL (VTA-TSC-IDX2)
039800         SET VTA-SUC-ENCONTRADA TO TRUE
039900     END-IF.
040000
040100 2110-EXIT.
040200     EXIT.
040300
040400******************************************************************
040500*2200-GENERAR-BAJA: AJUSTE NEGATIVO POR TODA LA EXISTENCIA DEL
040600*LOTE VENCIDO, CON SU LOTE, VENCIMIENTO Y SUCURSAL. EL DOCUMENTO
040700*DE RESPALDO ES "VENC" MAS LA FECHA DE PROCESO.
040800******************************************************************
040900 2200-GENERAR-BAJA.
041000
041100     MOVE SPACES              TO VTA-MOV-STOCK-RECORD.
041200     MOVE VTA-FECHA-PROCESO   TO VTA-MVS-FECHA.
041300     MOVE VTA-LOT-PRODUCTO    TO VTA-MVS-PRODUCTO.
041400     SET VTA-MVS-AJUSTE-NEG   TO TRUE.
041500     MOVE VTA-LOT-CANTIDAD    TO VTA-MVS-CANTIDAD.
041600     MOVE VTA-RAZON-VENCIDO   TO VTA-MVS-RAZON-COD.
041700     MOVE "VENC"              TO VTA-MVS-REF-DOC (1:4).
041800     MOVE VTA-FECHA-PROCESO   TO VTA-MVS-REF-DOC (5:8).
041900     MOVE ZERO                TO VTA-MVS-PRECIO-COMPRA.
042000     MOVE VTA-LOT-SUCURSAL    TO VTA-MVS-SUCURSAL.
042100     MOVE VTA-LOT-LOTE        TO VTA-MVS-LOTE.
042200     MOVE VTA-LOT-VENCIMIENTO TO VTA-MVS-VENCIMIENTO.
042300
042400     WRITE VTA-MOV-STOCK-RECORD.
042500
042600     ADD 1 TO VTA-CANT-VENCIDOS.
042700
042800 2200-EXIT.
042900     EXIT.
043000
043100******************************************************************
043200*3000-IMPRIMIR-SUCURSAL: LOS LOTES DE UNA SUCURSAL, EN EL ORDEN
043300*EN QUE QUEDARON EN LA TABLA, CON SU TOTAL DE UNIDADES.
043400******************************************************************
043500 3000-IMPRIMIR-SUCURSAL.
043600
043700     MOVE ZERO TO VTA-UNID-SUC-POR-VENCER.
043800     MOVE ZERO TO VTA-UNID-SUC-VENCIDAS.
043900
044000     MOVE SPACES TO VTA-REPORT-LINE.
044100     WRITE VTA-REPORT-LINE.
044200     MOVE VTA-TSC-SUCURSAL (VTA-TSC-IDX) TO VTA-LS-SUCURSAL.
044300     WRITE VTA-REPORT-LINE FROM VTA-LINEA-SUCURSAL.
044400
044500     PERFORM 3100-IMPRIMIR-LOTE THRU 3100-EXIT
044600         VARYING VTA-TLT-IDX FROM 1 BY 1
044700         UNTIL VTA-TLT-IDX > VTA-TLT-CANT.
044800
044900     MOVE VTA-UNID-SUC-POR-VENCER TO VTA-LTS-POR-VENCER.
045000     MOVE VTA-UNID-SUC-VENCIDAS   TO VTA-LTS-VENCIDAS.
045100     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL-SUC.
045200
045300 3000-EXIT.
045400     EXIT.
045500
045600 3100-IMPRIMIR-LOTE.
045700
045800     IF VTA-TLT-SUCURSAL (VTA-TLT-IDX)
045900             NOT = VTA-TSC-SUCURSAL (VTA-TSC-IDX)
046000         GO TO 3100-EXIT
046100     END-IF.
046200
046300     MOVE VTA-TLT-PRODUCTO (VTA-TLT-IDX) TO VTA-PROD-CODIGO.
046400     READ PRODUCTO-MASTER-FILE
046500         INVALID KEY
046600             MOVE SPACES TO VTA-PROD-DESCRIPCION
046700     END-READ.
046800
046900     MOVE VTA-TLT-PRODUCTO (VTA-TLT-IDX)    TO VTA-LL-PRODUCTO.
047000     MOVE VTA-PROD-DESCRIPCION              TO VTA-LL-DESCRIPCION.
047100     MOVE VTA-TLT-LOTE (VTA-TLT-IDX)        TO VTA-LL-LOTE.
047200     MOVE VTA-TLT-VENCIMIENTO (VTA-TLT-IDX) TO VTA-LL-VENCIMIENTO.
047300     MOVE VTA-TLT-CANTIDAD (VTA-TLT-IDX)    TO VTA-LL-CANTIDAD.
047400
047500     IF VTA-TLT-DIAS (VTA-TLT-IDX) < ZERO
047600         MOVE "VENCIDO - BAJA" TO VTA-LL-ESTADO
047700         ADD VTA-TLT-CANTIDAD (VTA-TLT-IDX)
047800             TO VTA-UNID-SUC-VENCIDAS
047900     ELSE
048000         MOVE VTA-TLT-DIAS (VTA-TLT-IDX) TO VTA-LD-DIAS
048100         MOVE VTA-LINEA-DIAS TO VTA-LL-ESTADO
048200         ADD VTA-TLT-CANTIDAD (VTA-TLT-IDX)
048300             TO VTA-UNID-SUC-POR-VENCER
048400     END-IF.
048500
048600     WRITE VTA-REPORT-LINE FROM VTA-LINEA-LOTE.
048700
048800 3100-EXIT.
048900     EXIT.
049000
049100 9000-FINALIZAR.
049200
049300     CLOSE STOCK-LOTE-FILE.
049400     CLOSE PRODUCTO-MASTER-FILE.
049500     CLOSE MOV-STOCK-FILE.
049600     CLOSE VENC-REPORT-FILE.
049700
049800     DISPLAY "VTA6200 - LOTES LEIDOS       : " VTA-CANT-LEIDOS.
049900     DISPLAY "VTA6200 - LOTES POR VENCER   : "
050000         VTA-CANT-POR-VENCER.
050100     DISPLAY "VTA6200 - BAJAS POR VENCIMIENTO: "
050200         VTA-CANT-VENCIDOS.
050300
050400 9000-EXIT.
050500     EXIT.
050600
050700 END PROGRAM VTA6200.

000100******************************************************************
000200*RECALCULO DE PUNTOS Y CANTIDADES DE REPOSICION POR DEMANDA. LOS
000300*VALORES CON QUE VTA1400 SUGIERE COMPRAR (VTA-PROD-PUNTO-REPO Y
000400*VTA-PROD-CANT-REPO DEL MAESTRO, Y SUS EQUIVALENTES POR SUCURSAL
000500*EN STOCKSUC) SE CARGARON UNA VEZ Y NO SE REVISABAN. ESTE PROCESO
000600*SACA DEL KARDEX LAS UNIDADES VENDIDAS (TIPO "V") MENOS LAS
000700*DEVUELTAS (TIPO "D") DE CADA PRODUCTO Y SUCURSAL EN LA VENTANA
000800*DE DIAS DEL PARAMETRO, Y CON EL PROMEDIO DIARIO PROPONE:
000900*
001000*  PUNTO    = PROMEDIO DIARIO X PLAZO DE ENTREGA DE PLAZOENT,
001100*             MAS EL PORCENTAJE DE STOCK DE SEGURIDAD.
001200*  CANTIDAD = PROMEDIO DIARIO X DIAS DE COBERTURA.
001300*
001400*EL NIVEL EMPRESA DEL MAESTRO USA LA DEMANDA DE TODAS LAS
001500*SUCURSALES. UN PRODUCTO DEL MAESTRO CON PUNTO EN CERO QUEDO
001600*AFUERA DEL CONTROL A PROPOSITO Y NO SE TOCA; UNA ENTRADA DE
001700*STOCKSUC EN CERO TODAVIA NO SE CARGO Y SI RECIBE PROPUESTA. SIN
001800*VENTAS NETAS EN LA VENTANA NO HAY PROPUESTA (PRODUCTO NUEVO O DE
001900*TEMPORADA: LO DECIDE COMPRAS), SOLO SE CUENTA.
002000*
002100*NO MODIFICA LOS MAESTROS: LAS PROPUESTAS QUE CAMBIAN ALGO SE
002200*GRABAN EN REPOPROP (LAYOUT VTARPRP) Y SE LISTAN CON EL VALOR
002300*ACTUAL, EL PROPUESTO Y LA DIFERENCIA. COMPRAS LAS REVISA Y ACEPTA
002400*UNA POR UNA CON VTA7800, QUE APLICA SOLO LAS ACEPTADAS.
002500*
002600*PARAMETRO REPOPARM (OPCIONAL): POSICIONES 1-3 LOS DIAS DE LA
002700*VENTANA (7 A 365, POR OMISION 90), 4-6 EL PORCENTAJE DE STOCK DE
002800*SEGURIDAD (0 A 200, POR OMISION 50) Y 7-9 LOS DIAS DE COBERTURA
002900*DE LA CANTIDAD (1 A 180, POR OMISION 30). CORRE A PEDIDO, FUERA
003000*DE LA CADENA NOCTURNA.
003100******************************************************************
003200*MODIFICACIONES:
003300*2026-10-15 NF  PROGRAMA ORIGINAL.
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. VTA7700.
003700 AUTHOR. N. FEDIUK.
003800 INSTALLATION. PERFUMERIA - SISTEMAS.
003900 DATE-WRITTEN. 2026-10-15.
004000 DATE-COMPILED. 2026-10-15.
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT OPTIONAL KARDEX-FILE ASSIGN TO "KARDEX"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS VTA-KARDEX-STATUS.
004800
004900     SELECT PRODUCTO-MASTER-FILE ASSIGN TO "PRODUCTM"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS VTA-PROD-CODIGO
005300         FILE STATUS IS VTA-PRODMTR-STATUS.
005400
005500     SELECT STOCK-SUC-FILE ASSIGN TO "STOCKSUC"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS VTA-STK-CLAVE
005900         FILE STATUS IS VTA-STKSUC-STATUS.
006000
006100     SELECT PLAZO-ENTREGA-FILE ASSIGN TO "PLAZOENT"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS VTA-PLAZO-STATUS.
006400
006500     SELECT PROPUESTA-REPO-FILE ASSIGN TO "REPOPROP"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS VTA-PROP-STATUS.
006800
006900     SELECT RECALCULO-REPORT-FILE ASSIGN TO "RECALRPT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS VTA-REPORT-STATUS.
007200
007300     SELECT OPTIONAL REPO-PARM-FILE ASSIGN TO "REPOPARM"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS VTA-RPRM-STATUS.
007600
007700     SELECT OPTIONAL FECHA-PARM-FILE ASSIGN TO "FECHAPRM"
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS VTA-FPRM-STATUS.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  KARDEX-FILE
008400     RECORDING MODE IS F.
008500     COPY VTAKDX.
008600
008700 FD  PRODUCTO-MASTER-FILE
008800     RECORDING MODE IS F.
008900     COPY VTAPROD.
009000
009100 FD  STOCK-SUC-FILE
009200     RECORDING MODE IS F.
009300     COPY VTASTKS.
009400
009500 FD  PLAZO-ENTREGA-FILE
009600     RECORDING MODE IS F.
009700 01  VTA-PLAZO-RECORD.
009800     05  VTA-PLZ-DIAS                PIC 9(03).
009900     05  FILLER                      PIC X(77).
010000
010100 FD  PROPUESTA-REPO-FILE
010200     RECORDING MODE IS F.
010300     COPY VTARPRP.
010400
010500 FD  RECALCULO-REPORT-FILE.
010600 01  VTA-REPORT-LINE                 PIC X(100).
010700
010800 FD  REPO-PARM-FILE
010900     RECORDING MODE IS F.
011000 01  VTA-REPO-PARM-RECORD.
011100     05  VTA-RPM-VENTANA             PIC 9(03).
011200     05  VTA-RPM-SEGURIDAD           PIC 9(03).
011300     05  VTA-RPM-COBERTURA           PIC 9(03).
011400     05  FILLER                      PIC X(71).
011500
011600 FD  FECHA-PARM-FILE
011700     RECORDING MODE IS F.
011800 01  VTA-FECHA-PARM-RECORD.
011900     05  VTA-FPRM-FECHA              PIC 9(08).
012000     05  FILLER                      PIC X(72).
012100
012200 WORKING-STORAGE SECTION.
012300
012400 01  VTA-FPRM-STATUS                 PIC X(02).
012500     88  VTA-FPRM-OK                 VALUE "00".
012600
012700 01  VTA-RPRM-STATUS                 PIC X(02).
012800     88  VTA-RPRM-OK                 VALUE "00".
012900
013000 01  VTA-KARDEX-STATUS               PIC X(02).
013100     88  VTA-KARDEX-OK               VALUE "00".
013200
013300 01  VTA-PRODMTR-STATUS              PIC X(02).
013400     88  VTA-PRODMTR-OK              VALUE "00".
013500
013600 01  VTA-STKSUC-STATUS               PIC X(02).
013700     88  VTA-STKSUC-OK               VALUE "00".
013800
013900 01  VTA-PLAZO-STATUS                PIC X(02).
014000     88  VTA-PLAZO-OK                VALUE "00".
014100
014200 01  VTA-PROP-STATUS                 PIC X(02).
014300     88  VTA-PROP-OK                 VALUE "00".
014400
014500 01  VTA-REPORT-STATUS               PIC X(02).
014600     88  VTA-REPORT-OK               VALUE "00".
014700
014800 01  VTA-SWITCHES.
014900     05  VTA-SW-FIN-KARDEX           PIC X(01) VALUE "N".
015000         88  VTA-FIN-KARDEX          VALUE "S".
015100     05  VTA-SW-FIN-STKSUC           PIC X(01) VALUE "N".
015200         88  VTA-FIN-STKSUC          VALUE "S".
015300     05  VTA-SW-FIN-MAESTRO          PIC X(01) VALUE "N".
015400         88  VTA-FIN-MAESTRO         VALUE "S".
015500     05  VTA-SW-ENCONTRADO           PIC X(01) VALUE "N".
015600         88  VTA-ENCONTRADO          VALUE "S".
015700
015800 77  VTA-VENTANA-OMISION             PIC 9(03) VALUE 90.
015900 77  VTA-SEGURIDAD-OMISION           PIC 9(03) VALUE 50.
016000 77  VTA-COBERTURA-OMISION           PIC 9(03) VALUE 30.
016100*PLAZO DE ENTREGA EN DIAS CORRIDOS; SI PLAZOENT NO TRAE
016200*REGISTRO SE USA UNA SEMANA, COMO EN VTA3100.
016300 77  VTA-PLAZO-DIAS                  PIC 9(03) VALUE 7.
016400
016500 01  VTA-FECHA-PROCESO               PIC 9(08).
016600 01  VTA-PERIODO-DESDE               PIC 9(08).
016700 01  VTA-VENTANA-DIAS                PIC 9(03).
016800 01  VTA-SEGURIDAD-PCT               PIC 9(03).
016900 01  VTA-COBERTURA-DIAS              PIC 9(03).
017000
017100 COPY VTAFCHP.
017200
017300*UNIDADES MOVIDAS POR VENTAS Y DEVOLUCIONES EN LA VENTANA, POR
017400*PRODUCTO Y SUCURSAL, CON EL SIGNO DEL KARDEX (LA VENTA RESTA).
017500 01  VTA-TABLA-DEMANDA.
017600     05  VTA-DEM-CANT                PIC 9(04) COMP VALUE ZERO.
017700     05  VTA-DEM-ENTRADA OCCURS 5000 TIMES
017800                         INDEXED BY VTA-DEM-IDX.
017900         10  VTA-DEM-PRODUCTO        PIC X(06).
018000         10  VTA-DEM-SUCURSAL        PIC X(03).
018100         10  VTA-DEM-MOVIDAS         PIC S9(09).
018200
018300 01  VTA-DEM-FOUND-NDX               PIC 9(04) COMP VALUE ZERO.
018400
018500 01  VTA-PROD-BUSCADO                PIC X(06).
018600 01  VTA-SUC-BUSCADA                 PIC X(03).
018700
018800*DATOS DE LA ENTRADA QUE SE ESTA EVALUANDO (SUCURSAL O EMPRESA).
018900 01  VTA-AREA-CALCULO.
019000     05  VTA-CAL-MOVIDAS             PIC S9(09).
019100     05  VTA-CAL-VENDIDAS            PIC 9(07).
019200     05  VTA-CAL-PROMEDIO            PIC 9(05)V9(03).
019300     05  VTA-CAL-PUNTO-ACTUAL        PIC 9(07).
019400     05  VTA-CAL-CANT-ACTUAL         PIC 9(07).
019500     05  VTA-CAL-PUNTO               PIC 9(07).
019600     05  VTA-CAL-CANT                PIC 9(07).
019700     05  VTA-CAL-DIFERENCIA          PIC S9(07).
019800
019900 01  VTA-CONTADORES.
020000     05  VTA-CANT-KARDEX             PIC 9(07) COMP VALUE ZERO.
020100     05  VTA-CANT-EVALUADOS          PIC 9(07) COMP VALUE ZERO.
020200     05  VTA-CANT-SIN-VENTAS         PIC 9(07) COMP VALUE ZERO.
020300     05  VTA-CANT-SIN-CAMBIO         PIC 9(07) COMP VALUE ZERO.
020400     05  VTA-CANT-PROPUESTAS         PIC 9(07) COMP VALUE ZERO.
020500
020600*LINEAS DE IMPRESION.
020700 01  VTA-LINEA-TITULO.
020800     05  FILLER                      PIC X(38)
020900         VALUE "RECALCULO DE REPOSICION POR DEMANDA - ".
021000     05  FILLER                      PIC X(07) VALUE "DESDE: ".
021100     05  VTA-LT-DESDE                PIC 9(08).
021200     05  FILLER                      PIC X(08) VALUE " HASTA: ".
021300     05  VTA-LT-HASTA                PIC 9(08).
021400
021500 01  VTA-LINEA-PARAMETROS.
021600     05  FILLER                      PIC X(08) VALUE "VENTANA:".
021700     05  VTA-LPA-VENTANA             PIC ZZ9.
021800     05  FILLER                      PIC X(16)
021900         VALUE " DIAS  PLAZO DE ".
022000     05  FILLER                      PIC X(08) VALUE "ENTREGA:".
022100     05  VTA-LPA-PLAZO               PIC ZZ9.
022200     05  FILLER                      PIC X(18)
022300         VALUE " DIAS  SEGURIDAD: ".
022400     05  VTA-LPA-SEGURIDAD           PIC ZZ9.
022500     05  FILLER                      PIC X(14)
022600         VALUE " %  COBERTURA:".
022700     05  VTA-LPA-COBERTURA           PIC ZZ9.
022800     05  FILLER                      PIC X(05) VALUE " DIAS".
022900
023000 01  VTA-LINEA-ENCABEZADO-1.
023100     05  FILLER                      PIC X(49) VALUE SPACES.
023200     05  FILLER                      PIC X(26)
023300         VALUE "-- PUNTO DE REPOSICION -- ".
023400     05  FILLER                      PIC X(24)
023500         VALUE "-- CANTIDAD A PEDIR ----".
023600
023700 01  VTA-LINEA-ENCABEZADO-2.
023800     05  FILLER                      PIC X(32)
023900         VALUE "PRODUC SUC DESCRIPCION         ".
024000     05  FILLER                      PIC X(17)
024100         VALUE " VENDID PROM/DIA ".
024200     05  FILLER                      PIC X(26)
024300         VALUE " ACTUAL PROPUES DIFEREN   ".
024400     05  FILLER                      PIC X(24)
024500         VALUE " ACTUAL PROPUES DIFEREN ".
024600
024700 01  VTA-LINEA-PROPUESTA.
024800     05  VTA-LR-PRODUCTO             PIC X(06).
024900     05  FILLER                      PIC X(01) VALUE SPACE.
025000     05  VTA-LR-SUCURSAL             PIC X(03).
025100     05  FILLER                      PIC X(01) VALUE SPACE.
025200     05  VTA-LR-DESCRIPCION          PIC X(20).
025300     05  FILLER                      PIC X(01) VALUE SPACE.
025400     05  VTA-LR-VENDIDAS             PIC ZZZ,ZZ9.
025500     05  FILLER                      PIC X(01) VALUE SPACE.
025600     05  VTA-LR-PROMEDIO             PIC ZZZ9.99.
025700     05  FILLER                      PIC X(02) VALUE SPACES.
025800     05  VTA-LR-PUNTO-ACTUAL         PIC ZZZZZZ9.
025900     05  FILLER                      PIC X(01) VALUE SPACE.
026000     05  VTA-LR-PUNTO-PROPUESTO      PIC ZZZZZZ9.
026100     05  FILLER                      PIC X(01) VALUE SPACE.
026200     05  VTA-LR-PUNTO-DIFERENCIA     PIC ZZZZZZ9-.
026300     05  FILLER                      PIC X(02) VALUE SPACES.
026400     05  VTA-LR-CANT-ACTUAL          PIC ZZZZZZ9.
026500     05  FILLER                      PIC X(01) VALUE SPACE.
026600     05  VTA-LR-CANT-PROPUESTA       PIC ZZZZZZ9.
026700     05  FILLER                      PIC X(01) VALUE SPACE.
026800     05  VTA-LR-CANT-DIFERENCIA      PIC ZZZZZZ9-.
026900
027000 01  VTA-LINEA-TOTAL.
027100     05  VTA-LTO-CONCEPTO            PIC X(40).
027200     05  VTA-LTO-CANTIDAD            PIC Z,ZZZ,ZZ9.
027300
027400 PROCEDURE DIVISION.
027500
027600 0000-MAINLINE.
027700
027800     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
027900
028000     PERFORM 2000-ACUMULAR-KARDEX THRU 2000-EXIT
028100         UNTIL VTA-FIN-KARDEX.
028200
028300     PERFORM 3000-PROPONER-SUCURSAL THRU 3000-EXIT
028400         UNTIL VTA-FIN-STKSUC.
028500
028600     PERFORM 4000-POSICIONAR-MAESTRO THRU 4000-EXIT.
028700
028800     PERFORM 4100-PROPONER-EMPRESA THRU 4100-EXIT
028900         UNTIL VTA-FIN-MAESTRO.
029000
029100     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
029200
029300     STOP RUN.
029400
029500 1000-INICIALIZAR.
029600
029700     PERFORM 1250-OBTENER-FECHA-NEGOCIO THRU 1250-EXIT.
029800     PERFORM 1300-LEER-PARAMETRO THRU 1300-EXIT.
029900     PERFORM 1400-CARGAR-PLAZO THRU 1400-EXIT.
030000
030100*LA VENTANA TERMINA EN LA FECHA DE NEGOCIO E INCLUYE AMBOS
030200*EXTREMOS.
030300     SET VTA-FCH-AGREGAR TO TRUE.
030400     MOVE VTA-FECHA-PROCESO TO VTA-FCH-FECHA-1.
030500     COMPUTE VTA-FCH-DIAS = (VTA-VENTANA-DIAS - 1) * -1.
030600     CALL "VTAFECHA" USING VTA-FECHA-PARMS.
030700     IF VTA-FCH-ERROR
030800         DISPLAY "VTA7700 - FECHA DE NEGOCIO INVALIDA: "
030900                 VTA-FECHA-PROCESO
031000         MOVE 8 TO RETURN-CODE
031100         STOP RUN
031200     END-IF.
031300     MOVE VTA-FCH-FECHA-2 TO VTA-PERIODO-DESDE.
031400
031500     OPEN INPUT KARDEX-FILE.
031600     OPEN INPUT PRODUCTO-MASTER-FILE.
031700     IF NOT VTA-PRODMTR-OK
031800         DISPLAY "VTA7700 - NO SE PUDO ABRIR PRODUCTO-MASTER-"
031900                 "FILE. ESTADO: " VTA-PRODMTR-STATUS
032000         MOVE 8 TO RETURN-CODE
032100         STOP RUN
032200     END-IF.
032300     OPEN INPUT STOCK-SUC-FILE.
032400     IF NOT VTA-STKSUC-OK
032500         DISPLAY "VTA7700 - NO SE PUDO ABRIR STOCK-SUC-FILE. "
032600                 "ESTADO: " VTA-STKSUC-STATUS
032700         MOVE 8 TO RETURN-CODE
032800         STOP RUN
032900     END-IF.
033000     OPEN OUTPUT PROPUESTA-REPO-FILE.
033100     OPEN OUTPUT RECALCULO-REPORT-FILE.
033200
033300     MOVE VTA-PERIODO-DESDE  TO VTA-LT-DESDE.
033400     MOVE VTA-FECHA-PROCESO  TO VTA-LT-HASTA.
033500     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TITULO.
033600     MOVE VTA-VENTANA-DIAS   TO VTA-LPA-VENTANA.
033700     MOVE VTA-PLAZO-DIAS     TO VTA-LPA-PLAZO.
033800     MOVE VTA-SEGURIDAD-PCT  TO VTA-LPA-SEGURIDAD.
033900     MOVE VTA-COBERTURA-DIAS TO VTA-LPA-COBERTURA.
034000     WRITE VTA-REPORT-LINE FROM VTA-LINEA-PARAMETROS.
034100     MOVE SPACES TO VTA-REPORT-LINE.
034200     WRITE VTA-REPORT-LINE.
034300     WRITE VTA-REPORT-LINE FROM VTA-LINEA-ENCABEZADO-1.
034400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-ENCABEZADO-2.
034500
034600     PERFORM 2100-LEER-KARDEX THRU 2100-EXIT.
034700     PERFORM 3100-LEER-STOCK-SUC THRU 3100-EXIT.
034800
034900 1000-EXIT.
035000     EXIT.
035100
035200******************************************************************
035300*1250-OBTENER-FECHA-NEGOCIO: LEE LA FECHA DE NEGOCIO DEL
035400*PARAMETRO FECHAPRM (EL MISMO DEL RESTO DE LA CADENA). SIN
035500*PARAMETRO SE USA LA FECHA DEL SISTEMA, CON AVISO.
035600******************************************************************
035700 1250-OBTENER-FECHA-NEGOCIO.
035800
035900     MOVE ZERO TO VTA-FECHA-PROCESO.
036000
036100     OPEN INPUT FECHA-PARM-FILE.
036200     IF VTA-FPRM-OK
036300         READ FECHA-PARM-FILE
036400             AT END
036500                 CONTINUE
036600         END-READ
036700         IF VTA-FPRM-OK AND VTA-FPRM-FECHA > 0
036800             MOVE VTA-FPRM-FECHA TO VTA-FECHA-PROCESO
036900         END-IF
037000         CLOSE FECHA-PARM-FILE
037100     END-IF.
037200
037300     IF VTA-FECHA-PROCESO = ZERO
037400         ACCEPT VTA-FECHA-PROCESO FROM DATE YYYYMMDD
037500         DISPLAY "VTA7700 - AVISO: SIN FECHA DE NEGOCIO "
037600                 "(FECHAPRM). SE USA LA FECHA DEL SISTEMA."
037700     END-IF.
037800
037900 1250-EXIT.
038000     EXIT.
038100
038200******************************************************************
038300*1300-LEER-PARAMETRO: VENTANA, SEGURIDAD Y COBERTURA DE REPOPARM.
038400*SIN PARAMETRO RIGEN LOS VALORES POR OMISION; UN VALOR FUERA DE
038500*RANGO SE REEMPLAZA POR EL SUYO POR OMISION, CON AVISO.
038600******************************************************************
038700 1300-LEER-PARAMETRO.
038800
038900     MOVE VTA-VENTANA-OMISION   TO VTA-VENTANA-DIAS.
039000     MOVE VTA-SEGURIDAD-OMISION TO VTA-SEGURIDAD-PCT.
039100     MOVE VTA-COBERTURA-OMISION TO VTA-COBERTURA-DIAS.
039200
039300     OPEN INPUT REPO-PARM-FILE.
039400     IF NOT VTA-RPRM-OK
039500         GO TO 1300-EXIT
039600     END-IF.
039700
039800     READ REPO-PARM-FILE
039900         AT END
040000             CLOSE REPO-PARM-FILE
040100             GO TO 1300-EXIT
040200     END-READ.
040300
040400     IF VTA-RPM-VENTANA IS NUMERIC
040500        AND VTA-RPM-VENTANA NOT < 7
040600        AND VTA-RPM-VENTANA NOT > 365
040700         MOVE VTA-RPM-VENTANA TO VTA-VENTANA-DIAS
040800     ELSE
040900         DISPLAY "VTA7700 - AVISO: VENTANA INVALIDA EN "
041000                 "REPOPARM. SE TOMAN 90 DIAS."
041100     END-IF.
041200
041300     IF VTA-RPM-SEGURIDAD IS NUMERIC
041400        AND VTA-RPM-SEGURIDAD NOT > 200
041500         MOVE VTA-RPM-SEGURIDAD TO VTA-SEGURIDAD-PCT
041600     ELSE
041700         DISPLAY "VTA7700 - AVISO: SEGURIDAD INVALIDA EN "
041800                 "REPOPARM. SE TOMA 50 %."
041900     END-IF.
042000
042100     IF VTA-RPM-COBERTURA IS NUMERIC
042200        AND VTA-RPM-COBERTURA > ZERO
042300        AND VTA-RPM-COBERTURA NOT > 180
042400         MOVE VTA-RPM-COBERTURA TO VTA-COBERTURA-DIAS
042500     ELSE
042600         DISPLAY "VTA7700 - AVISO: COBERTURA INVALIDA EN "
042700                 "REPOPARM. SE TOMAN 30 DIAS."
042800     END-IF.
042900
043000     CLOSE REPO-PARM-FILE.
043100
043200 1300-EXIT.
043300     EXIT.
043400
043500 1400-CARGAR-PLAZO.
043600
043700     OPEN INPUT PLAZO-ENTREGA-FILE.
043800
043900     IF VTA-PLAZO-OK
044000         READ PLAZO-ENTREGA-FILE
044100             AT END
044200                 CONTINUE
044300         END-READ
044400         IF VTA-PLAZO-OK AND VTA-PLZ-DIAS > 0
044500             MOVE VTA-PLZ-DIAS TO VTA-PLAZO-DIAS
044600         END-IF
044700         CLOSE PLAZO-ENTREGA-FILE
044800     END-IF.
044900
045000 1400-EXIT.
045100     EXIT.
045200
045300******************************************************************
045400*2000-ACUMULAR-KARDEX: LAS VENTAS Y DEVOLUCIONES DE LA VENTANA SE
045500*SUMAN CON SU SIGNO AL PRODUCTO Y SUCURSAL DEL MOVIMIENTO. LAS
045600*RECEPCIONES, AJUSTES Y TRANSFERENCIAS NO SON DEMANDA.
045700******************************************************************
045800 2000-ACUMULAR-KARDEX.
045900
046000     IF NOT VTA-KDX-VENTA AND NOT VTA-KDX-DEVOLUCION
046100         GO TO 2000-SIGUIENTE
046200     END-IF.
046300
046400     IF VTA-KDX-FECHA < VTA-PERIODO-DESDE
046500        OR VTA-KDX-FECHA > VTA-FECHA-PROCESO
046600         GO TO 2000-SIGUIENTE
046700     END-IF.
046800
046900     MOVE VTA-KDX-PRODUCTO  TO VTA-PROD-BUSCADO.
047000     MOVE VTA-KDX-SUCURSAL  TO VTA-SUC-BUSCADA.
047100     PERFORM 2200-BUSCAR-DEMANDA THRU 2200-EXIT.
047200
047300     IF NOT VTA-ENCONTRADO
047400         IF VTA-DEM-CANT >= 5000
047500             DISPLAY "VTA7700 - TABLA DE DEMANDA LLENA "
047600                     "(MAXIMO 5000). AGRANDAR LA TABLA."
047700             MOVE 8 TO RETURN-CODE
047800             STOP RUN
047900         END-IF
048000         ADD 1 TO VTA-DEM-CANT
048100         SET VTA-DEM-IDX TO VTA-DEM-CANT
048200         SET VTA-DEM-FOUND-NDX TO VTA-DEM-CANT
048300         MOVE VTA-PROD-BUSCADO
048400                          TO VTA-DEM-PRODUCTO (VTA-DEM-IDX)
048500         MOVE VTA-SUC-BUSCADA
048600                          TO VTA-DEM-SUCURSAL (VTA-DEM-IDX)
048700         MOVE ZERO        TO VTA-DEM-MOVIDAS (VTA-DEM-IDX)
048800     END-IF.
048900
049000     ADD VTA-KDX-CANTIDAD
049100         TO VTA-DEM-MOVIDAS (VTA-DEM-FOUND-NDX).
049200     ADD 1 TO VTA-CANT-KARDEX.
049300
049400 2000-SIGUIENTE.
049500
049600     PERFORM 2100-LEER-KARDEX THRU 2100-EXIT.
049700
049800 2000-EXIT.
049900     EXIT.
050000
050100 2100-LEER-KARDEX.
050200
050300     READ KARDEX-FILE
050400         AT END
050500             SET VTA-FIN-KARDEX TO TRUE
050600     END-READ.
050700
050800 2100-EXIT.
050900     EXIT.
051000
051100******************************************************************
051200*2200-BUSCAR-DEMANDA: UBICA EN LA TABLA EL PRODUCTO Y SUCURSAL
051300*BUSCADOS. DEJA VTA-ENCONTRADO Y SU POSICION EN VTA-DEM-FOUND-NDX.
051400******************************************************************
051500 2200-BUSCAR-DEMANDA.
051600
051700     MOVE "N" TO VTA-SW-ENCONTRADO.
051800
051900     PERFORM 2210-COMPARAR-DEMANDA THRU 2210-EXIT
052000         VARYING VTA-DEM-IDX FROM 1 BY 1
052100         UNTIL VTA-DEM-IDX > VTA-DEM-CANT
052200            OR VTA-ENCONTRADO.
052300
052400 2200-EXIT.
052500     EXIT.
052600
052700 2210-COMPARAR-DEMANDA.
052800
052900     IF VTA-PROD-BUSCADO = VTA-DEM-PRODUCTO (VTA-DEM-IDX)
053000        AND VTA-SUC-BUSCADA = VTA-DEM-SUCURSAL (VTA-DEM-IDX)
053100         SET VTA-DEM-FOUND-NDX TO VTA-DEM-IDX
053200         SET VTA-ENCONTRADO TO TRUE
053300     END-IF.
053400
053500 2210-EXIT.
053600     EXIT.
053700
053800******************************************************************
053900*3000-PROPONER-SUCURSAL: CADA ENTRADA DE STOCKSUC SE EVALUA CON LA
054000*DEMANDA DE SU PRODUCTO EN ESA SUCURSAL.
054100******************************************************************
054200 3000-PROPONER-SUCURSAL.
054300
054400     MOVE VTA-STK-PRODUCTO  TO VTA-PROD-BUSCADO.
054500     MOVE VTA-STK-SUCURSAL  TO VTA-SUC-BUSCADA.
054600     PERFORM 2200-BUSCAR-DEMANDA THRU 2200-EXIT.
054700
054800     IF VTA-ENCONTRADO
054900         MOVE VTA-DEM-MOVIDAS (VTA-DEM-FOUND-NDX)
055000                            TO VTA-CAL-MOVIDAS
055100     ELSE
055200         MOVE ZERO          TO VTA-CAL-MOVIDAS
055300     END-IF.
055400
055500     MOVE VTA-STK-PUNTO-REPO TO VTA-CAL-PUNTO-ACTUAL.
055600     MOVE VTA-STK-CANT-REPO  TO VTA-CAL-CANT-ACTUAL.
055700
055800*LA DESCRIPCION SE BUSCA EN EL MAESTRO POR CLAVE; SI EL
055900*PRODUCTO NO FIGURA, LA PROPUESTA SALE SIN DESCRIPCION.
056000     MOVE VTA-STK-PRODUCTO TO VTA-PROD-CODIGO.
056100     READ PRODUCTO-MASTER-FILE
056200         INVALID KEY
056300             MOVE SPACES TO VTA-PROD-DESCRIPCION
056400     END-READ.
056500
056600     PERFORM 5000-EVALUAR-ENTRADA THRU 5000-EXIT.
056700
056800     PERFORM 3100-LEER-STOCK-SUC THRU 3100-EXIT.
056900
057000 3000-EXIT.
057100     EXIT.
057200
057300 3100-LEER-STOCK-SUC.
057400
057500     READ STOCK-SUC-FILE NEXT
057600         AT END
057700             SET VTA-FIN-STKSUC TO TRUE
057800     END-READ.
057900
058000 3100-EXIT.
058100     EXIT.
058200
058300******************************************************************
058400*4000-POSICIONAR-MAESTRO: DEJA EL MAESTRO DE PRODUCTOS AL
058500*PRINCIPIO PARA EL NIVEL EMPRESA, DESPUES DE LAS LECTURAS POR
058600*CLAVE DE LAS SUCURSALES.
058700******************************************************************
058800 4000-POSICIONAR-MAESTRO.
058900
059000     MOVE LOW-VALUES TO VTA-PROD-CODIGO.
059100     START PRODUCTO-MASTER-FILE KEY >= VTA-PROD-CODIGO
059200         INVALID KEY
059300             SET VTA-FIN-MAESTRO TO TRUE
059400     END-START.
059500
059600 4000-EXIT.
059700     EXIT.
059800
059900******************************************************************
060000*4100-PROPONER-EMPRESA: EL PUNTO Y LA CANTIDAD DEL MAESTRO SON
060100*DEL TOTAL DE LA EMPRESA: SE EVALUAN CON LA DEMANDA DE TODAS LAS
060200*SUCURSALES. UN PRODUCTO CON PUNTO EN CERO ESTA AFUERA DEL
060300*CONTROL DE REPOSICION Y SE SALTEA.
060400******************************************************************
060500 4100-PROPONER-EMPRESA.
060600
060700     READ PRODUCTO-MASTER-FILE NEXT
060800         AT END
060900             SET VTA-FIN-MAESTRO TO TRUE
061000             GO TO 4100-EXIT
061100     END-READ.
061200
061300     IF VTA-PROD-PUNTO-REPO = ZERO
061400         GO TO 4100-EXIT
061500     END-IF.
061600
061700     MOVE ZERO TO VTA-CAL-MOVIDAS.
061800     PERFORM 4200-SUMAR-PRODUCTO THRU 4200-EXIT
061900         VARYING VTA-DEM-IDX FROM 1 BY 1
062000         UNTIL VTA-DEM-IDX > VTA-DEM-CANT.
062100
062200     MOVE SPACES              TO VTA-STK-SUCURSAL.
062300     MOVE VTA-PROD-CODIGO     TO VTA-STK-PRODUCTO.
062400     MOVE VTA-PROD-PUNTO-REPO TO VTA-CAL-PUNTO-ACTUAL.
062500     MOVE VTA-PROD-CANT-REPO  TO VTA-CAL-CANT-ACTUAL.
062600
062700     PERFORM 5000-EVALUAR-ENTRADA THRU 5000-EXIT.
062800
062900 4100-EXIT.
063000     EXIT.
063100
063200 4200-SUMAR-PRODUCTO.
063300
063400     IF VTA-DEM-PRODUCTO (VTA-DEM-IDX) = VTA-PROD-CODIGO
063500         ADD VTA-DEM-MOVIDAS (VTA-DEM-IDX) TO VTA-CAL-MOVIDAS
063600     END-IF.
063700
063800 4200-EXIT.
063900     EXIT.
064000
064100******************************************************************
064200*5000-EVALUAR-ENTRADA: CON LAS UNIDADES MOVIDAS DE LA ENTRADA
064300*(VTA-CAL-MOVIDAS, LA VENTA EN NEGATIVO) CALCULA EL PUNTO Y LA
064400*CANTIDAD PROPUESTOS. EL CALCULO SE HACE SOBRE EL TOTAL VENDIDO
064500*Y NO SOBRE EL PROMEDIO YA REDONDEADO. CON VENTAS, NINGUNO DE
064600*LOS DOS BAJA DE UNA UNIDAD. VTA-STK-CLAVE TRAE EL PRODUCTO Y LA
064700*SUCURSAL (EN BLANCO EN EL NIVEL EMPRESA) Y EL MAESTRO LA
064800*DESCRIPCION.
064900******************************************************************
065000 5000-EVALUAR-ENTRADA.
065100
065200     ADD 1 TO VTA-CANT-EVALUADOS.
065300
065400     IF VTA-CAL-MOVIDAS NOT < ZERO
065500         ADD 1 TO VTA-CANT-SIN-VENTAS
065600         GO TO 5000-EXIT
065700     END-IF.
065800
065900     COMPUTE VTA-CAL-VENDIDAS = VTA-CAL-MOVIDAS * -1.
066000
066100     COMPUTE VTA-CAL-PROMEDIO ROUNDED =
066200         VTA-CAL-VENDIDAS / VTA-VENTANA-DIAS.
066300
066400     COMPUTE VTA-CAL-PUNTO ROUNDED =
066500         VTA-CAL-VENDIDAS * VTA-PLAZO-DIAS
066600         * (100 + VTA-SEGURIDAD-PCT)
066700         / (VTA-VENTANA-DIAS * 100).
066800     IF VTA-CAL-PUNTO < 1
066900         MOVE 1 TO VTA-CAL-PUNTO
067000     END-IF.
067100
067200     COMPUTE VTA-CAL-CANT ROUNDED =
067300         VTA-CAL-VENDIDAS * VTA-COBERTURA-DIAS
067400         / VTA-VENTANA-DIAS.
067500     IF VTA-CAL-CANT < 1
067600         MOVE 1 TO VTA-CAL-CANT
067700     END-IF.
067800
067900     IF VTA-CAL-PUNTO = VTA-CAL-PUNTO-ACTUAL
068000        AND VTA-CAL-CANT = VTA-CAL-CANT-ACTUAL
068100         ADD 1 TO VTA-CANT-SIN-CAMBIO
068200         GO TO 5000-EXIT
068300     END-IF.
068400
068500     PERFORM 5100-GRABAR-PROPUESTA THRU 5100-EXIT.
068600
068700 5000-EXIT.
068800     EXIT.
068900
069000 5100-GRABAR-PROPUESTA.
069100
069200     MOVE SPACES               TO VTA-PROPUESTA-REPO-RECORD.
069300     MOVE VTA-FECHA-PROCESO    TO VTA-RPR-FECHA.
069400     MOVE VTA-STK-PRODUCTO     TO VTA-RPR-PRODUCTO.
069500     MOVE VTA-STK-SUCURSAL     TO VTA-RPR-SUCURSAL.
069600     MOVE VTA-PROD-DESCRIPCION TO VTA-RPR-DESCRIPCION.
069700     MOVE VTA-CAL-VENDIDAS     TO VTA-RPR-VENDIDAS.
069800     MOVE VTA-CAL-PROMEDIO     TO VTA-RPR-PROMEDIO.
069900     MOVE VTA-CAL-PUNTO-ACTUAL TO VTA-RPR-PUNTO-ACTUAL.
070000     MOVE VTA-CAL-CANT-ACTUAL  TO VTA-RPR-CANT-ACTUAL.
070100     MOVE VTA-CAL-PUNTO        TO VTA-RPR-PUNTO-PROPUESTO.
070200     MOVE VTA-CAL-CANT         TO VTA-RPR-CANT-PROPUESTA.
070300     SET VTA-RPR-PENDIENTE     TO TRUE.
070400
070500     WRITE VTA-PROPUESTA-REPO-RECORD.
070600     ADD 1 TO VTA-CANT-PROPUESTAS.
070700
070800     MOVE VTA-STK-PRODUCTO     TO VTA-LR-PRODUCTO.
070900     IF VTA-STK-SUCURSAL = SPACES
071000         MOVE "EMP"            TO VTA-LR-SUCURSAL
071100     ELSE
071200         MOVE VTA-STK-SUCURSAL TO VTA-LR-SUCURSAL
071300     END-IF.
071400     MOVE VTA-PROD-DESCRIPCION TO VTA-LR-DESCRIPCION.
071500     MOVE VTA-CAL-VENDIDAS     TO VTA-LR-VENDIDAS.
071600     MOVE VTA-CAL-PROMEDIO     TO VTA-LR-PROMEDIO.
071700     MOVE VTA-CAL-PUNTO-ACTUAL TO VTA-LR-PUNTO-ACTUAL.
071800     MOVE VTA-CAL-PUNTO        TO VTA-LR-PUNTO-PROPUESTO.
071900     COMPUTE VTA-CAL-DIFERENCIA =
072000         VTA-CAL-PUNTO - VTA-CAL-PUNTO-ACTUAL.
072100     MOVE VTA-CAL-DIFERENCIA   TO VTA-LR-PUNTO-DIFERENCIA.
072200     MOVE VTA-CAL-CANT-ACTUAL  TO VTA-LR-CANT-ACTUAL.
072300     MOVE VTA-CAL-CANT         TO VTA-LR-CANT-PROPUESTA.
072400     COMPUTE VTA-CAL-DIFERENCIA =
072500         VTA-CAL-CANT - VTA-CAL-CANT-ACTUAL.
072600     MOVE VTA-CAL-DIFERENCIA   TO VTA-LR-CANT-DIFERENCIA.
072700
072800     WRITE VTA-REPORT-LINE FROM VTA-LINEA-PROPUESTA.
072900
073000 5100-EXIT.
073100     EXIT.
073200
073300 9000-FINALIZAR.
073400
073500     MOVE SPACES TO VTA-REPORT-LINE.
073600     WRITE VTA-REPORT-LINE.
073700     MOVE "MOVIMIENTOS DE VENTA EN LA VENTANA    :"
073800                              TO VTA-LTO-CONCEPTO.
073900     MOVE VTA-CANT-KARDEX     TO VTA-LTO-CANTIDAD.
074000     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
074100     MOVE "ENTRADAS EVALUADAS                    :"
074200                              TO VTA-LTO-CONCEPTO.
074300     MOVE VTA-CANT-EVALUADOS  TO VTA-LTO-CANTIDAD.
074400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
074500     MOVE "SIN VENTAS NETAS (SIN PROPUESTA)      :"
074600                              TO VTA-LTO-CONCEPTO.
074700     MOVE VTA-CANT-SIN-VENTAS TO VTA-LTO-CANTIDAD.
074800     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
074900     MOVE "SIN CAMBIOS                           :"
075000                              TO VTA-LTO-CONCEPTO.
075100     MOVE VTA-CANT-SIN-CAMBIO TO VTA-LTO-CANTIDAD.
075200     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
075300     MOVE "PROPUESTAS PARA REVISAR (VTA7800)     :"
075400                              TO VTA-LTO-CONCEPTO.
075500     MOVE VTA-CANT-PROPUESTAS TO VTA-LTO-CANTIDAD.
075600     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
075700
075800     CLOSE KARDEX-FILE.
075900     CLOSE PRODUCTO-MASTER-FILE.
076000     CLOSE STOCK-SUC-FILE.
076100     CLOSE PROPUESTA-REPO-FILE.
076200     CLOSE RECALCULO-REPORT-FILE.
076300
076400     DISPLAY "VTA7700 - MOVIMIENTOS DE VENTA: " VTA-CANT-KARDEX.
076500     DISPLAY "VTA7700 - ENTRADAS EVALUADAS  : "
076600         VTA-CANT-EVALUADOS.
076700     DISPLAY "VTA7700 - PROPUESTAS          : "
076800         VTA-CANT-PROPUESTAS.
076900
077000 9000-EXIT.
077100     EXIT.
077200
077300 END PROGRAM VTA7700.

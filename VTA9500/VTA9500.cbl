000100******************************************************************
000200*VALUACION MENSUAL DEL INVENTARIO Y ASIENTO DE COSTO DE VENTAS.
000300*CORRE EN EL CIERRE MENSUAL (VTAM010) ANTES DEL CIERRE DE PERIODO,
000400*CON EL MISMO MESPARM.
000500*VALORIZA EL STOCK DE CADA PRODUCTO EN CADA SUCURSAL (STOCKSUC) AL
000600*ULTIMO DIA DEL MES AL COSTO PROMEDIO DEL MAESTRO
000700*(VTA-PROD-COSTO-UNIT) Y PRUEBA LA EVOLUCION DEL INVENTARIO CONTRA
000800*EL KARDEX:
000900*    EXISTENCIA INICIAL (VALUACION DEL MES ANTERIOR, VALINV)
001000*  + DIFERENCIA POR CAMBIO DEL COSTO PROMEDIO
001100*  + RECEPCIONES - COSTO DE VENTAS + DEVOLUCIONES DE CLIENTES
001200*  +/- DIFERENCIAS DE CONTEO Y VENCIDOS, AJUSTES Y TRANSFERENCIAS
001300*  = EXISTENCIA FINAL.
001400*EL KARDEX NO GUARDA EL COSTO DE CADA MOVIMIENTO: TODOS LOS
001500*MOVIMIENTOS DEL MES SE VALORIZAN AL COSTO PROMEDIO DE CIERRE
001600*(PROMEDIO PONDERADO PERIODICO) Y LA EXISTENCIA INICIAL SE
001700*REVALORIZA A ESE COSTO; LA DIFERENCIA ES UNA LINEA MAS DE LA
001800*EVOLUCION. ASI LA PRUEBA ES, EN EL FONDO, DE UNIDADES: CADA
001900*PRODUCTO Y SUCURSAL CUYO STOCK NO SE EXPLICA POR EL KARDEX SE
002000*LISTA COMO DIFERENCIA NO EXPLICADA.
002100*LEE TRES ARCHIVOS EN ORDEN DE PRODUCTO Y SUCURSAL: LA VALUACION
002200*ANTERIOR, EL KARDEX ORDENADO POR EL PASO DE SORT PREVIO DEL JOB
002300*(KARDEXOR) Y STOCKSUC. COMO EL CIERRE MENSUAL CORRE DESPUES DE
002400*FIN DE MES, LOS MOVIMIENTOS DEL KARDEX POSTERIORES AL MES SE
002500*RESTAN DEL STOCK ACTUAL PARA LLEGAR AL STOCK DEL ULTIMO DIA. LOS
002600*MOVIMIENTOS SIN SUCURSAL SOLO TOCARON EL STOCK TOTAL DE LA
002700*EMPRESA Y NO ENTRAN EN LA VALUACION POR SUCURSAL: SE INFORMAN.
002800*SI LA EVOLUCION ATA, GRABA EN GLINVENT (LAYOUT VTAGLEX, FECHA DEL
002900*ULTIMO DIA DEL MES) LOS MOVIMIENTOS CONTABLES: COSTO DE VENTAS
003000*("K") Y COSTO DE LAS DEVOLUCIONES ("Y") A LA CUENTA DEL TIER 93
003100*DE GLCUENTA; FALTANTES ("M") Y SOBRANTES ("B") DE CONTEO Y LOS
003200*VENCIDOS A LA CUENTA DE MERMA DEL TIER 92; AJUSTES NEGATIVOS
003300*("J") Y POSITIVOS ("H"), CON LA DIFERENCIA DE COSTO PROMEDIO, A
003400*LA CUENTA DE AJUSTES DEL TIER 92. LAS TRANSFERENCIAS NO SE
003500*ASIENTAN: LA MERCADERIA EN TRANSITO SIGUE SIENDO DE LA EMPRESA.
003600*LA VALUACION NUEVA (VALINVNU) LA ROTA EL JOB SOBRE VALINV RECIEN
003700*CUANDO EL PERIODO SE CERRO.
003800*RC 8: LA EVOLUCION NO ATA (NO SE GRABA NINGUN ASIENTO), FALTA
003900*UNA CUENTA CONTABLE, LA VALUACION ANTERIOR NO ES DEL MES ANTERIOR
004000*O NO SE PUDO ABRIR UN ARCHIVO. RC 4: HAY STOCK DE PRODUCTOS QUE
004100*NO ESTAN EN EL MAESTRO (VALORIZADOS EN CERO). CON RC 4 U 8 EL
004200*CIERRE DE PERIODO ESPERA. SIN VALUACION ANTERIOR (PRIMER MES) LA
004300*EXISTENCIA INICIAL SE DERIVA DE LA FINAL MENOS EL KARDEX, CON
004400*AVISO.
004500******************************************************************
004600*MODIFICACIONES:
004700*2026-10-15 NF  PROGRAMA ORIGINAL.
004800******************************************************************
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID. VTA9500.
005100 AUTHOR. N. FEDIUK.
005200 INSTALLATION. PERFUMERIA - SISTEMAS.
005300 DATE-WRITTEN. 2026-10-15.
005400 DATE-COMPILED. 2026-10-15.
005500
005600 ENVIRONMENT DIVISION.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT OPTIONAL VAL-ANT-FILE ASSIGN TO "VALINV"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS VTA-VALANT-STATUS.
006200
006300     SELECT VAL-NUEVA-FILE ASSIGN TO "VALINVNU"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS VTA-VALNUE-STATUS.
006600
006700     SELECT KARDEX-FILE ASSIGN TO "KARDEXOR"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS VTA-KARDEX-STATUS.
007000
007100     SELECT STOCK-SUC-FILE ASSIGN TO "STOCKSUC"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS SEQUENTIAL
007400         RECORD KEY IS VTA-STK-CLAVE
007500         FILE STATUS IS VTA-STKSUC-STATUS.
007600
007700     SELECT PRODUCTO-MASTER-FILE ASSIGN TO "PRODUCTM"
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS RANDOM
008000         RECORD KEY IS VTA-PROD-CODIGO
008100         FILE STATUS IS VTA-PRODMTR-STATUS.
008200
008300     SELECT GL-CUENTAS-FILE ASSIGN TO "GLCUENTA"
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS VTA-GLCTA-STATUS.
008600
008700     SELECT GL-EXTRACT-FILE ASSIGN TO "GLINVENT"
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS VTA-GLEXT-STATUS.
009000
009100     SELECT MES-PARM-FILE ASSIGN TO "MESPARM"
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS IS VTA-PARM-STATUS.
009400
009500     SELECT VAL-REPORT-FILE ASSIGN TO "VALINRPT"
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS VTA-REPORT-STATUS.
009800
009900 DATA DIVISION.
010000 FILE SECTION.
010100 FD  VAL-ANT-FILE
010200     RECORDING MODE IS F.
010300     COPY VTAVINV.
010400
010500*LA VALUACION NUEVA SE GRABA POR UN SEGUNDO FD, MISMO LAYOUT.
010600 FD  VAL-NUEVA-FILE
010700     RECORDING MODE IS F.
010800 01  VTA-VAL-SALIDA-RECORD           PIC X(80).
010900
011000 FD  KARDEX-FILE
011100     RECORDING MODE IS F.
011200     COPY VTAKDX.
011300
011400 FD  STOCK-SUC-FILE
011500     RECORDING MODE IS F.
011600     COPY VTASTKS.
011700
011800 FD  PRODUCTO-MASTER-FILE
011900     RECORDING MODE IS F.
012000     COPY VTAPROD.
012100
012200 FD  GL-CUENTAS-FILE
012300     RECORDING MODE IS F.
012400     COPY VTAGLCT.
012500
012600 FD  GL-EXTRACT-FILE
012700     RECORDING MODE IS F.
012800     COPY VTAGLEX.
012900
013000 FD  MES-PARM-FILE
013100     RECORDING MODE IS F.
013200 01  VTA-MES-PARM-RECORD.
013300     05  VTA-PARM-MES                PIC 9(06).
013400     05  FILLER                      PIC X(74).
013500
013600 FD  VAL-REPORT-FILE.
013700 01  VTA-REPORT-LINE                 PIC X(80).
013800
013900 WORKING-STORAGE SECTION.
014000
014100 01  VTA-VALANT-STATUS               PIC X(02).
014200     88  VTA-VALANT-OK               VALUE "00".
014300
014400 01  VTA-VALNUE-STATUS               PIC X(02).
014500     88  VTA-VALNUE-OK               VALUE "00".
014600
014700 01  VTA-KARDEX-STATUS               PIC X(02).
014800     88  VTA-KARDEX-OK               VALUE "00".
014900
015000 01  VTA-STKSUC-STATUS               PIC X(02).
015100     88  VTA-STKSUC-OK               VALUE "00".
015200
015300 01  VTA-PRODMTR-STATUS              PIC X(02).
015400     88  VTA-PRODMTR-OK              VALUE "00".
015500
015600 01  VTA-GLCTA-STATUS                PIC X(02).
015700     88  VTA-GLCTA-OK                VALUE "00".
015800
015900 01  VTA-GLEXT-STATUS                PIC X(02).
016000     88  VTA-GLEXT-OK                VALUE "00".
016100
016200 01  VTA-PARM-STATUS                 PIC X(02).
016300     88  VTA-PARM-OK                 VALUE "00".
016400
016500 01  VTA-REPORT-STATUS               PIC X(02).
016600     88  VTA-REPORT-OK               VALUE "00".
016700
016800 01  VTA-SWITCHES.
016900     05  VTA-SW-FIN-CUENTAS          PIC X(01) VALUE "N".
017000         88  VTA-FIN-CUENTAS         VALUE "S".
017100     05  VTA-SW-APERTURA             PIC X(01) VALUE "N".
017200         88  VTA-HAY-APERTURA        VALUE "S".
017500     05  VTA-SW-PROD-EXISTE          PIC X(01) VALUE "N".
017600         88  VTA-PROD-EXISTE         VALUE "S".
017700
017800 01  VTA-MES-PEDIDO                  PIC 9(06) VALUE ZERO.
017900 01  VTA-MES-PEDIDO-R REDEFINES VTA-MES-PEDIDO.
018000     05  VTA-MP-ANIO                 PIC 9(04).
018100     05  VTA-MP-MES                  PIC 9(02).
018200 01  VTA-MES-ANTERIOR                PIC 9(06).
018300 01  VTA-MES-ANTERIOR-R REDEFINES VTA-MES-ANTERIOR.
018400     05  VTA-MA-ANIO                 PIC 9(04).
018500     05  VTA-MA-MES                  PIC 9(02).
018600 01  VTA-MES-MOVIMIENTO              PIC 9(06).
018700
018800*ULTIMO DIA DEL MES: EL PRIMERO DEL MES SIGUIENTE MENOS UN DIA.
018900 01  VTA-PRIMERO-SIGUIENTE.
019000     05  VTA-PS-ANIO                 PIC 9(04).
019100     05  VTA-PS-MES                  PIC 9(02).
019200     05  VTA-PS-DIA                  PIC 9(02) VALUE 01.
019300 01  VTA-PRIMERO-SIGUIENTE-N REDEFINES VTA-PRIMERO-SIGUIENTE
019400                                     PIC 9(08).
019500 01  VTA-FECHA-CIERRE                PIC 9(08) VALUE ZERO.
019600
019700     COPY VTAFCHP.
019800
019900*CLAVES DEL CRUCE (PRODUCTO + SUCURSAL). EN HIGH-VALUES AL FIN DE
020000*CADA ARCHIVO.
020100 01  VTA-CLAVE-ACTUAL.
020200     05  VTA-CA-PRODUCTO             PIC X(06).
020300     05  VTA-CA-SUCURSAL             PIC X(03).
020400 01  VTA-CLAVE-VALANT                PIC X(09).
020500 01  VTA-CLAVE-KARDEX.
020600     05  VTA-CK-PRODUCTO             PIC X(06).
020700     05  VTA-CK-SUCURSAL             PIC X(03).
020800 01  VTA-CLAVE-STOCK                 PIC X(09).
020900
021000*VALUACION ANTERIOR DE LA CLAVE EN ESPERA: EL AREA DEL FD SE USA
021100*PARA ARMAR EL REGISTRO DE LA VALUACION NUEVA.
021200 01  VTA-VALANT-STOCK                PIC S9(07).
021300 01  VTA-VALANT-VALOR                PIC S9(11)V9(02).
021400
021500*PRODUCTO Y COSTO PROMEDIO EN USO.
021600 01  VTA-PRODUCTO-COSTO              PIC X(06) VALUE LOW-VALUES.
021700 01  VTA-COSTO-UNIT                  PIC 9(07)V9(02) VALUE ZERO.
021800
021900*UNIDADES DE LA CLAVE.
022000 01  VTA-UNIDADES.
022100     05  VTA-UNI-APERTURA            PIC S9(09).
022200     05  VTA-UNI-RECEPCION           PIC S9(09).
022300     05  VTA-UNI-VENTA               PIC S9(09).
022400     05  VTA-UNI-DEVOLUCION          PIC S9(09).
022500     05  VTA-UNI-CONTEO              PIC S9(09).
022600     05  VTA-UNI-VENCIDO             PIC S9(09).
022700     05  VTA-UNI-AJUSTE              PIC S9(09).
022800     05  VTA-UNI-TRANSFERENCIA       PIC S9(09).
022900     05  VTA-UNI-POSTERIOR           PIC S9(09).
023000     05  VTA-UNI-ACTUAL              PIC S9(09).
023100     05  VTA-UNI-CIERRE              PIC S9(09).
023200     05  VTA-UNI-MOVIMIENTOS         PIC S9(09).
023300     05  VTA-UNI-DIFERENCIA          PIC S9(09).
023400
023500*VALORES DE LA CLAVE AL COSTO PROMEDIO DE CIERRE.
023600 01  VTA-VALORES.
023700     05  VTA-VAL-APERTURA            PIC S9(11)V9(02).
023800     05  VTA-VAL-REVALUO             PIC S9(11)V9(02).
023900     05  VTA-VAL-RECEPCION           PIC S9(11)V9(02).
024000     05  VTA-VAL-COSTO-VENTA         PIC S9(11)V9(02).
024100     05  VTA-VAL-DEVOLUCION          PIC S9(11)V9(02).
024200     05  VTA-VAL-CONTEO              PIC S9(11)V9(02).
024300     05  VTA-VAL-VENCIDO             PIC S9(11)V9(02).
024400     05  VTA-VAL-AJUSTE              PIC S9(11)V9(02).
024500     05  VTA-VAL-TRANSFERENCIA       PIC S9(11)V9(02).
024600     05  VTA-VAL-CIERRE              PIC S9(11)V9(02).
024700
024800*EVOLUCION POR SUCURSAL, EN ORDEN DE APARICION (LA PRIMERA CLAVE
024900*DE CADA SUCURSAL). LA ULTIMA ENTRADA LIBRE ACUMULA LA EMPRESA.
025000 77  VTA-SUC-MAXIMO                  PIC 9(03) COMP VALUE 100.
025100 01  VTA-TABLA-SUCURSALES.
025200     05  VTA-SUC-CANT                PIC 9(03) COMP VALUE ZERO.
025300     05  VTA-SUC-ENTRADA OCCURS 101 TIMES.
025400         10  VTA-SUC-CODIGO          PIC X(07).
025500         10  VTA-SUC-APERTURA        PIC S9(11)V9(02).
025600         10  VTA-SUC-REVALUO         PIC S9(11)V9(02).
025700         10  VTA-SUC-RECEPCION       PIC S9(11)V9(02).
025800         10  VTA-SUC-COSTO-VENTA     PIC S9(11)V9(02).
025900         10  VTA-SUC-DEVOLUCION      PIC S9(11)V9(02).
026000         10  VTA-SUC-CONTEO          PIC S9(11)V9(02).
026100         10  VTA-SUC-AJUSTE          PIC S9(11)V9(02).
026200         10  VTA-SUC-TRANSFERENCIA   PIC S9(11)V9(02).
026300         10  VTA-SUC-CIERRE          PIC S9(11)V9(02).
026400 01  VTA-SUC-SUB                     PIC 9(03) COMP.
026500 01  VTA-SUC-POS                     PIC 9(03) COMP.
026600 01  VTA-SUC-EMPRESA                 PIC 9(03) COMP.
026700
026800*EVOLUCION CALCULADA DE UNA ENTRADA Y SU DIFERENCIA CONTRA LA
026900*EXISTENCIA FINAL VALORIZADA.
027000 01  VTA-VAL-CALCULADO               PIC S9(11)V9(02).
027100 01  VTA-VAL-DIFERENCIA              PIC S9(11)V9(02).
027200
027300*IMPORTES A ASENTAR, CADA UNO CON SU SENTIDO (EL IMPORTE DEL
027400*EXTRACTO CONTABLE ES SIN SIGNO).
027500 01  VTA-ASIENTOS.
027600     05  VTA-ASI-COSTO-VENTA         PIC S9(11)V9(02) VALUE ZERO.
027700     05  VTA-ASI-COSTO-DEVUELTO      PIC S9(11)V9(02) VALUE ZERO.
027800     05  VTA-ASI-FALTANTE            PIC S9(11)V9(02) VALUE ZERO.
027900     05  VTA-ASI-SOBRANTE            PIC S9(11)V9(02) VALUE ZERO.
028000     05  VTA-ASI-AJUSTE-NEG          PIC S9(11)V9(02) VALUE ZERO.
028100     05  VTA-ASI-AJUSTE-POS          PIC S9(11)V9(02) VALUE ZERO.
028200
028300*CUENTAS DE GLCUENTA: TIER 93 COSTO DE VENTAS, TIER 92 MERMA (EN
028400*LA CUENTA DE DESCUENTO) Y AJUSTES DE INVENTARIO (EN LA DE
028500*COBRADO).
028600 01  VTA-TIER-COSTO                  PIC 9(02) VALUE 93.
028700 01  VTA-TIER-MERMA                  PIC 9(02) VALUE 92.
028800 01  VTA-CTA-COSTO-VENTA             PIC X(10) VALUE SPACES.
028900 01  VTA-CTA-MERMA                   PIC X(10) VALUE SPACES.
029000 01  VTA-CTA-AJUSTE                  PIC X(10) VALUE SPACES.
029100
029200 01  VTA-ASI-IMPORTE                 PIC S9(11)V9(02).
029300 01  VTA-ASI-CONCEPTO                PIC X(01).
029400 01  VTA-ASI-CUENTA                  PIC X(10).
029500 01  VTA-ASI-TIER                    PIC 9(02).
029600
029700 01  VTA-CONTADORES.
029800     05  VTA-CNT-CLAVES              PIC 9(07) COMP VALUE ZERO.
029900     05  VTA-CNT-DIFERENCIAS         PIC 9(07) COMP VALUE ZERO.
030000     05  VTA-CNT-SIN-MAESTRO         PIC 9(07) COMP VALUE ZERO.
030100     05  VTA-CNT-KARDEX-MES          PIC 9(07) COMP VALUE ZERO.
030200     05  VTA-CNT-KARDEX-POST         PIC 9(07) COMP VALUE ZERO.
030300     05  VTA-CNT-SIN-SUCURSAL        PIC 9(07) COMP VALUE ZERO.
030400     05  VTA-CNT-ASIENTOS            PIC 9(07) COMP VALUE ZERO.
030500 01  VTA-UNI-SIN-SUCURSAL            PIC S9(09) VALUE ZERO.
030600
030700*LINEAS DE IMPRESION.
030800 01  VTA-LINEA-TITULO.
030900     05  FILLER                      PIC X(40)
031000         VALUE "VALUACION DE INVENTARIO AL CIERRE - MES:".
031100     05  FILLER                      PIC X(01) VALUE SPACE.
031200     05  VTA-LT-MES                  PIC 9(06).
031300     05  FILLER                      PIC X(08) VALUE "  FECHA:".
031400     05  FILLER                      PIC X(01) VALUE SPACE.
031500     05  VTA-LT-FECHA                PIC 9(08).
031600
031700 01  VTA-LINEA-DIFERENCIA.
031800     05  FILLER                      PIC X(14)
031900         VALUE "NO EXPLICADO: ".
032000     05  VTA-LDF-PRODUCTO            PIC X(06).
032100     05  FILLER                      PIC X(01) VALUE SPACE.
032200     05  VTA-LDF-SUCURSAL            PIC X(03).
032300     05  FILLER                      PIC X(05) VALUE " INI ".
032400     05  VTA-LDF-APERTURA            PIC Z,ZZZ,ZZ9-.
032500     05  FILLER                      PIC X(05) VALUE " MOV ".
032600     05  VTA-LDF-MOVIMIENTOS         PIC Z,ZZZ,ZZ9-.
032700     05  FILLER                      PIC X(05) VALUE " FIN ".
032800     05  VTA-LDF-CIERRE              PIC Z,ZZZ,ZZ9-.
032900     05  FILLER                      PIC X(05) VALUE " DIF ".
033000     05  VTA-LDF-DIFERENCIA          PIC ZZZ,ZZ9-.
033100
033200 01  VTA-LINEA-MENSAJE               PIC X(80).
033300
033400 01  VTA-LINEA-SUCURSAL.
033500     05  FILLER                      PIC X(09) VALUE "SUCURSAL ".
033600     05  VTA-LSU-CODIGO              PIC X(07).
033700
033800 01  VTA-LINEA-IMPORTE.
033900     05  FILLER                      PIC X(02) VALUE SPACES.
034000     05  VTA-LIM-TEXTO               PIC X(40).
034100     05  VTA-LIM-IMPORTE             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
034200
034300 01  VTA-LINEA-ASIENTO.
034400     05  FILLER                      PIC X(08) VALUE "ASIENTO ".
034500     05  VTA-LAS-CONCEPTO            PIC X(01).
034600     05  FILLER                      PIC X(01) VALUE SPACE.
034700     05  VTA-LAS-CUENTA              PIC X(10).
034800     05  FILLER                      PIC X(01) VALUE SPACE.
034900     05  VTA-LAS-TEXTO               PIC X(26).
035000     05  VTA-LAS-IMPORTE             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
035100
035200 01  VTA-LINEA-CANTIDAD.
035300     05  VTA-LC-TEXTO                PIC X(40).
035400     05  VTA-LC-CANT                 PIC Z,ZZZ,ZZ9-.
035500
035600 PROCEDURE DIVISION.
035700
035800 0000-MAINLINE.
035900
036000     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
036100
036200     IF RETURN-CODE > 4
036300         PERFORM 9000-FINALIZAR THRU 9000-EXIT
036400         STOP RUN
036500     END-IF.
036600
036700     PERFORM 3000-PROCESAR-CLAVE THRU 3000-EXIT
036800         UNTIL VTA-CLAVE-VALANT = HIGH-VALUES
036900           AND VTA-CLAVE-KARDEX = HIGH-VALUES
037000           AND VTA-CLAVE-STOCK = HIGH-VALUES.
037100
037200     PERFORM 6000-IMPRIMIR-EVOLUCION THRU 6000-EXIT.
037300
037400     IF VTA-CNT-DIFERENCIAS = ZERO
037500         PERFORM 7000-GRABAR-ASIENTOS THRU 7000-EXIT
037600     ELSE
037700         MOVE "LA EVOLUCION NO ATA: NO SE ASIENTA NADA."
037800                                     TO VTA-LINEA-MENSAJE
037900         WRITE VTA-REPORT-LINE FROM VTA-LINEA-MENSAJE
038000         MOVE 8 TO RETURN-CODE
038100     END-IF.
038200
038300     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
038400
038500     STOP RUN.
038600
038700******************************************************************
038800*1000-INICIALIZAR: MES A VALORIZAR Y SU ULTIMO DIA, CUENTAS
038900*CONTABLES Y PRIMER REGISTRO DE CADA ARCHIVO DEL CRUCE.
039000******************************************************************
039100 1000-INICIALIZAR.
039200
039300     OPEN OUTPUT VAL-REPORT-FILE.
039400     OPEN OUTPUT VAL-NUEVA-FILE.
039500     OPEN OUTPUT GL-EXTRACT-FILE.
039600
039700     OPEN INPUT MES-PARM-FILE.
039800     IF VTA-PARM-OK
039900         READ MES-PARM-FILE
040000             AT END
040100                 CONTINUE
040200         END-READ
040300         IF VTA-PARM-OK
040400             MOVE VTA-PARM-MES TO VTA-MES-PEDIDO
040500         END-IF
040600         CLOSE MES-PARM-FILE
040700     END-IF.
040800
040900     IF VTA-MES-PEDIDO = ZERO
041000         DISPLAY "VTA9500 - FALTA EL MES A PROCESAR (MESPARM)."
041100         MOVE 8 TO RETURN-CODE
041200         GO TO 1000-EXIT
041300     END-IF.
041400
041500     PERFORM 1100-CALCULAR-FECHAS THRU 1100-EXIT.
041600
041700     COMPUTE VTA-SUC-EMPRESA = VTA-SUC-MAXIMO + 1.
041800     INITIALIZE VTA-SUC-ENTRADA (VTA-SUC-EMPRESA).
041900
042000     MOVE VTA-MES-PEDIDO   TO VTA-LT-MES.
042100     MOVE VTA-FECHA-CIERRE TO VTA-LT-FECHA.
042200     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TITULO.
042300     MOVE SPACES TO VTA-REPORT-LINE.
042400     WRITE VTA-REPORT-LINE.
042500
042600     PERFORM 1200-CARGAR-CUENTAS THRU 1200-EXIT.
042700     IF RETURN-CODE > 4
042800         GO TO 1000-EXIT
042900     END-IF.
043000
043100     OPEN INPUT KARDEX-FILE.
043200     IF NOT VTA-KARDEX-OK
043300         MOVE "KARDEXOR" TO VTA-LINEA-MENSAJE
043400         PERFORM 9900-ARCHIVO-FALTANTE THRU 9900-EXIT
043500         GO TO 1000-EXIT
043600     END-IF.
043700
043800     OPEN INPUT STOCK-SUC-FILE.
043900     IF NOT VTA-STKSUC-OK
044000         MOVE "STOCKSUC" TO VTA-LINEA-MENSAJE
044100         PERFORM 9900-ARCHIVO-FALTANTE THRU 9900-EXIT
044200         GO TO 1000-EXIT
044300     END-IF.
044400
044500     OPEN INPUT PRODUCTO-MASTER-FILE.
044600     IF NOT VTA-PRODMTR-OK
044700         MOVE "PRODUCTM" TO VTA-LINEA-MENSAJE
044800         PERFORM 9900-ARCHIVO-FALTANTE THRU 9900-EXIT
044900         GO TO 1000-EXIT
045000     END-IF.
045100
045200     OPEN INPUT VAL-ANT-FILE.
045300     PERFORM 1300-LEER-VALANT THRU 1300-EXIT.
045400
045500     IF VTA-CLAVE-VALANT = HIGH-VALUES
045600         MOVE "AVISO: SIN VALUACION ANTERIOR. LA EXISTENCIA"
045700                                     TO VTA-LINEA-MENSAJE
045800         WRITE VTA-REPORT-LINE FROM VTA-LINEA-MENSAJE
045900         MOVE "INICIAL ES LA FINAL MENOS EL KARDEX DEL MES."
046000                                     TO VTA-LINEA-MENSAJE
046100         WRITE VTA-REPORT-LINE FROM VTA-LINEA-MENSAJE
046200         DISPLAY "VTA9500 - AVISO: SIN VALUACION ANTERIOR "
046300                 "(VALINV)."
046400     ELSE
046500         SET VTA-HAY-APERTURA TO TRUE
046600         IF VTA-VIN-MES NOT = VTA-MES-ANTERIOR
046700             MOVE "LA VALUACION ANTERIOR NO ES DEL MES ANTERIOR."
046800                                     TO VTA-LINEA-MENSAJE
046900             WRITE VTA-REPORT-LINE FROM VTA-LINEA-MENSAJE
047000             DISPLAY "VTA9500 - VALINV ES DEL MES " VTA-VIN-MES
047100                     ", SE ESPERABA " VTA-MES-ANTERIOR "."
047200             MOVE 8 TO RETURN-CODE
047300             GO TO 1000-EXIT
047400         END-IF
047500     END-IF.
047600
047700     PERFORM 1400-LEER-KARDEX THRU 1400-EXIT.
047800     PERFORM 1500-LEER-STOCK THRU 1500-EXIT.
047900
048000 1000-EXIT.
048100     EXIT.
048200
048300 1100-CALCULAR-FECHAS.
048400
048500     IF VTA-MP-MES = 1
048600         COMPUTE VTA-MA-ANIO = VTA-MP-ANIO - 1
048700         MOVE 12 TO VTA-MA-MES
048800     ELSE
048900         MOVE VTA-MP-ANIO TO VTA-MA-ANIO
049000         COMPUTE VTA-MA-MES = VTA-MP-MES - 1
049100     END-IF.
049200
049300     IF VTA-MP-MES = 12
049400         COMPUTE VTA-PS-ANIO = VTA-MP-ANIO + 1
049500         MOVE 1 TO VTA-PS-MES
049600     ELSE
049700         MOVE VTA-MP-ANIO TO VTA-PS-ANIO
049800         COMPUTE VTA-PS-MES = VTA-MP-MES + 1
049900     END-IF.
050000
050100     SET VTA-FCH-AGREGAR TO TRUE.
050200     MOVE VTA-PRIMERO-SIGUIENTE-N TO VTA-FCH-FECHA-1.
050300     MOVE -1                      TO VTA-FCH-DIAS.
050400     CALL "VTAFECHA" USING VTA-FECHA-PARMS.
050500     MOVE VTA-FCH-FECHA-2         TO VTA-FECHA-CIERRE.
050600
050700 1100-EXIT.
050800     EXIT.
050900
051000******************************************************************
051100*1200-CARGAR-CUENTAS: TOMA DE GLCUENTA LAS CUENTAS DE LOS TIERS 93
051200*Y 92. SIN ELLAS NO HAY ADONDE ASENTAR: RC 8.
051300******************************************************************
051400 1200-CARGAR-CUENTAS.
051500
051600     OPEN INPUT GL-CUENTAS-FILE.
051700     IF NOT VTA-GLCTA-OK
051800         MOVE "GLCUENTA" TO VTA-LINEA-MENSAJE
051900         PERFORM 9900-ARCHIVO-FALTANTE THRU 9900-EXIT
052000         GO TO 1200-EXIT
052100     END-IF.
052200
052300     PERFORM 1210-LEER-CUENTA THRU 1210-EXIT
052400         UNTIL VTA-FIN-CUENTAS.
052500
052600     CLOSE GL-CUENTAS-FILE.
052700
052800     IF VTA-CTA-COSTO-VENTA = SPACES
052900        OR VTA-CTA-MERMA = SPACES
053000        OR VTA-CTA-AJUSTE = SPACES
053100         MOVE "FALTAN EN GLCUENTA LOS TIERS 93 Y 92."
053200                                     TO VTA-LINEA-MENSAJE
053300         WRITE VTA-REPORT-LINE FROM VTA-LINEA-MENSAJE
053400         DISPLAY "VTA9500 - FALTAN LAS CUENTAS DE INVENTARIO "
053500                 "(TIERS 93 Y 92) EN GLCUENTA."
053600         MOVE 8 TO RETURN-CODE
053700     END-IF.
053800
053900 1200-EXIT.
054000     EXIT.
054100
054200 1210-LEER-CUENTA.
054300
054400     READ GL-CUENTAS-FILE
054500         AT END
054600             SET VTA-FIN-CUENTAS TO TRUE
054700             GO TO 1210-EXIT
054800     END-READ.
054900
055000     IF VTA-GLC-TIER = VTA-TIER-COSTO
055100         MOVE VTA-GLC-CUENTA-DESCUENTO TO VTA-CTA-COSTO-VENTA
055200     END-IF.
055300
055400     IF VTA-GLC-TIER = VTA-TIER-MERMA
055500         MOVE VTA-GLC-CUENTA-DESCUENTO TO VTA-CTA-MERMA
055600         MOVE VTA-GLC-CUENTA-COBRADO   TO VTA-CTA-AJUSTE
055700     END-IF.
055800
055900 1210-EXIT.
056000     EXIT.
056100
056200 1300-LEER-VALANT.
056300
056400     READ VAL-ANT-FILE
056500         AT END
056600             MOVE HIGH-VALUES TO VTA-CLAVE-VALANT
056700             GO TO 1300-EXIT
056800     END-READ.
056900
057000     MOVE VTA-VIN-CLAVE TO VTA-CLAVE-VALANT.
057100
057200     IF VTA-VIN-STOCK NUMERIC
057300         MOVE VTA-VIN-STOCK TO VTA-VALANT-STOCK
057400     ELSE
057500         MOVE ZERO          TO VTA-VALANT-STOCK
057600     END-IF.
057700
057800     IF VTA-VIN-VALOR NUMERIC
057900         MOVE VTA-VIN-VALOR TO VTA-VALANT-VALOR
058000     ELSE
058100         MOVE ZERO          TO VTA-VALANT-VALOR
058200     END-IF.
058300
058400 1300-EXIT.
058500     EXIT.
058600
058700 1400-LEER-KARDEX.
058800
058900     READ KARDEX-FILE
059000         AT END
059100             MOVE HIGH-VALUES TO VTA-CLAVE-KARDEX
059200             GO TO 1400-EXIT
059300     END-READ.
059400
059500     MOVE VTA-KDX-PRODUCTO TO VTA-CK-PRODUCTO.
059600     MOVE VTA-KDX-SUCURSAL TO VTA-CK-SUCURSAL.
059700
059800 1400-EXIT.
059900     EXIT.
060000
060100 1500-LEER-STOCK.
060200
060300     READ STOCK-SUC-FILE
060400         AT END
060500             MOVE HIGH-VALUES TO VTA-CLAVE-STOCK
060600             GO TO 1500-EXIT
060700     END-READ.
060800
060900     MOVE VTA-STK-CLAVE TO VTA-CLAVE-STOCK.
061000
061100 1500-EXIT.
061200     EXIT.
061300
061400******************************************************************
061500*3000-PROCESAR-CLAVE: TOMA LA MENOR CLAVE DE LOS TRES ARCHIVOS Y
061600*JUNTA SU EXISTENCIA INICIAL, SUS MOVIMIENTOS DE KARDEX Y SU STOCK
061700*ACTUAL.
061800******************************************************************
061900 3000-PROCESAR-CLAVE.
062000
062100     MOVE VTA-CLAVE-VALANT TO VTA-CLAVE-ACTUAL.
062200     IF VTA-CLAVE-KARDEX < VTA-CLAVE-ACTUAL
062300         MOVE VTA-CLAVE-KARDEX TO VTA-CLAVE-ACTUAL
062400     END-IF.
062500     IF VTA-CLAVE-STOCK < VTA-CLAVE-ACTUAL
062600         MOVE VTA-CLAVE-STOCK TO VTA-CLAVE-ACTUAL
062700     END-IF.
062800
062900     INITIALIZE VTA-UNIDADES.
063000     INITIALIZE VTA-VALORES.
063200
063300     IF VTA-CLAVE-VALANT = VTA-CLAVE-ACTUAL
063400         MOVE VTA-VALANT-STOCK TO VTA-UNI-APERTURA
063500         MOVE VTA-VALANT-VALOR TO VTA-VAL-APERTURA
063700         PERFORM 1300-LEER-VALANT THRU 1300-EXIT
063800     END-IF.
063900
064000     PERFORM 3100-ACUMULAR-KARDEX THRU 3100-EXIT
064100         UNTIL VTA-CLAVE-KARDEX NOT = VTA-CLAVE-ACTUAL.
064200
064300     IF VTA-CLAVE-STOCK = VTA-CLAVE-ACTUAL
064400         IF VTA-STK-STOCK NUMERIC
064500             MOVE VTA-STK-STOCK TO VTA-UNI-ACTUAL
064600         END-IF
064700         PERFORM 1500-LEER-STOCK THRU 1500-EXIT
064800     END-IF.
064900
065000*SIN SUCURSAL EL MOVIMIENTO SOLO TOCO EL STOCK DE LA EMPRESA.
065100     IF VTA-CA-SUCURSAL = SPACES
065200         COMPUTE VTA-UNI-SIN-SUCURSAL = VTA-UNI-SIN-SUCURSAL
065300               + VTA-UNI-RECEPCION + VTA-UNI-VENTA
065400               + VTA-UNI-DEVOLUCION + VTA-UNI-CONTEO
065500               + VTA-UNI-VENCIDO + VTA-UNI-AJUSTE
065600               + VTA-UNI-TRANSFERENCIA
065700         GO TO 3000-EXIT
065800     END-IF.
065900
066000     ADD 1 TO VTA-CNT-CLAVES.
066100
066200     PERFORM 3200-OBTENER-COSTO THRU 3200-EXIT.
066300     PERFORM 3300-VALORIZAR-CLAVE THRU 3300-EXIT.
066400     PERFORM 3400-ACUMULAR-SUCURSAL THRU 3400-EXIT.
066500     PERFORM 3500-ACUMULAR-ASIENTOS THRU 3500-EXIT.
066600     PERFORM 3600-GRABAR-VALUACION THRU 3600-EXIT.
066700
066800 3000-EXIT.
066900     EXIT.
067000
067100******************************************************************
067200*3100-ACUMULAR-KARDEX: LOS MOVIMIENTOS ANTERIORES AL MES YA ESTAN
067300*EN LA EXISTENCIA INICIAL; LOS DEL MES SE ACUMULAN POR TIPO (LOS
067400*AJUSTES DE CONTEO FISICO, RAZON 30, Y LAS BAJAS DE VENCIDOS,
067500*RAZON 40, APARTE DEL RESTO DE LOS AJUSTES); LOS POSTERIORES SE
067600*RESTAN DEL STOCK ACTUAL.
067700******************************************************************
067800 3100-ACUMULAR-KARDEX.
067900
068000     MOVE VTA-KDX-FECHA (1:6) TO VTA-MES-MOVIMIENTO.
068100
068200     IF VTA-MES-MOVIMIENTO < VTA-MES-PEDIDO
068300         GO TO 3100-LEER
068400     END-IF.
068500
068600     IF VTA-MES-MOVIMIENTO > VTA-MES-PEDIDO
068700         ADD VTA-KDX-CANTIDAD TO VTA-UNI-POSTERIOR
068800         ADD 1 TO VTA-CNT-KARDEX-POST
068900         GO TO 3100-LEER
069000     END-IF.
069100
069200     ADD 1 TO VTA-CNT-KARDEX-MES.
069300     IF VTA-CK-SUCURSAL = SPACES
069400         ADD 1 TO VTA-CNT-SIN-SUCURSAL
069500     END-IF.
069600
069700     EVALUATE TRUE
069800         WHEN VTA-KDX-RECEPCION
069900             ADD VTA-KDX-CANTIDAD TO VTA-UNI-RECEPCION
070000         WHEN VTA-KDX-VENTA
070100             ADD VTA-KDX-CANTIDAD TO VTA-UNI-VENTA
070200         WHEN VTA-KDX-DEVOLUCION
070300             ADD VTA-KDX-CANTIDAD TO VTA-UNI-DEVOLUCION
070400         WHEN VTA-KDX-TRANSF-SALIDA
070500         WHEN VTA-KDX-TRANSF-ENTRADA
070600             ADD VTA-KDX-CANTIDAD TO VTA-UNI-TRANSFERENCIA
070700         WHEN VTA-KDX-RAZON-COD = 30
070800             ADD VTA-KDX-CANTIDAD TO VTA-UNI-CONTEO
070900         WHEN VTA-KDX-RAZON-COD = 40
071000             ADD VTA-KDX-CANTIDAD TO VTA-UNI-VENCIDO
071100         WHEN OTHER
071200             ADD VTA-KDX-CANTIDAD TO VTA-UNI-AJUSTE
071300     END-EVALUATE.
071400
071500 3100-LEER.
071600     PERFORM 1400-LEER-KARDEX THRU 1400-EXIT.
071700
071800 3100-EXIT.
071900     EXIT.
072000
072100*COSTO PROMEDIO DEL PRODUCTO, RELEIDO SOLO CUANDO CAMBIA. UN
072200*PRODUCTO QUE YA NO ESTA EN EL MAESTRO SE VALORIZA EN CERO (RC 4).
072300 3200-OBTENER-COSTO.
072400
072500     IF VTA-CA-PRODUCTO = VTA-PRODUCTO-COSTO
072600         GO TO 3200-CONTROLAR
072700     END-IF.
072800
072900     MOVE VTA-CA-PRODUCTO TO VTA-PRODUCTO-COSTO.
073000     MOVE VTA-CA-PRODUCTO TO VTA-PROD-CODIGO.
073100     MOVE ZERO TO VTA-COSTO-UNIT.
073200     MOVE "N"  TO VTA-SW-PROD-EXISTE.
073300
073400     READ PRODUCTO-MASTER-FILE
073500         INVALID KEY
073600             CONTINUE
073700         NOT INVALID KEY
073800             SET VTA-PROD-EXISTE TO TRUE
073900             IF VTA-PROD-COSTO-UNIT NUMERIC
074000                 MOVE VTA-PROD-COSTO-UNIT TO VTA-COSTO-UNIT
074100             END-IF
074200     END-READ.
074300
074400 3200-CONTROLAR.
074500     IF NOT VTA-PROD-EXISTE
074600         ADD 1 TO VTA-CNT-SIN-MAESTRO
074700         MOVE SPACES TO VTA-LINEA-MENSAJE
074800         STRING "SIN MAESTRO, VALORIZADO EN CERO: "
074900                VTA-CA-PRODUCTO
075000                " SUCURSAL " VTA-CA-SUCURSAL
075100                DELIMITED BY SIZE INTO VTA-LINEA-MENSAJE
075200         WRITE VTA-REPORT-LINE FROM VTA-LINEA-MENSAJE
075300     END-IF.
075400
075500 3200-EXIT.
075600     EXIT.
075700
075800******************************************************************
075900*3300-VALORIZAR-CLAVE: STOCK DEL ULTIMO DIA DEL MES, PRUEBA DE
076000*UNIDADES Y VALORES AL COSTO PROMEDIO DE CIERRE.
076100******************************************************************
076200 3300-VALORIZAR-CLAVE.
076300
076400     COMPUTE VTA-UNI-CIERRE = VTA-UNI-ACTUAL - VTA-UNI-POSTERIOR.
076500
076600     COMPUTE VTA-UNI-MOVIMIENTOS = VTA-UNI-RECEPCION
076700           + VTA-UNI-VENTA + VTA-UNI-DEVOLUCION
076800           + VTA-UNI-CONTEO + VTA-UNI-VENCIDO
076900           + VTA-UNI-AJUSTE + VTA-UNI-TRANSFERENCIA.
077000
077100     IF NOT VTA-HAY-APERTURA
077200         COMPUTE VTA-UNI-APERTURA = VTA-UNI-CIERRE
077300                                  - VTA-UNI-MOVIMIENTOS
077400         COMPUTE VTA-VAL-APERTURA = VTA-UNI-APERTURA
077500                                  * VTA-COSTO-UNIT
077600     END-IF.
077700
077800     COMPUTE VTA-UNI-DIFERENCIA = VTA-UNI-APERTURA
077900           + VTA-UNI-MOVIMIENTOS - VTA-UNI-CIERRE.
078000
078100     IF VTA-UNI-DIFERENCIA NOT = ZERO
078200         ADD 1 TO VTA-CNT-DIFERENCIAS
078300         MOVE VTA-CA-PRODUCTO     TO VTA-LDF-PRODUCTO
078400         MOVE VTA-CA-SUCURSAL     TO VTA-LDF-SUCURSAL
078500         MOVE VTA-UNI-APERTURA    TO VTA-LDF-APERTURA
078600         MOVE VTA-UNI-MOVIMIENTOS TO VTA-LDF-MOVIMIENTOS
078700         MOVE VTA-UNI-CIERRE      TO VTA-LDF-CIERRE
078800         MOVE VTA-UNI-DIFERENCIA  TO VTA-LDF-DIFERENCIA
078900         WRITE VTA-REPORT-LINE FROM VTA-LINEA-DIFERENCIA
079000     END-IF.
079100
079200     COMPUTE VTA-VAL-REVALUO = VTA-UNI-APERTURA * VTA-COSTO-UNIT
079300                             - VTA-VAL-APERTURA.
079400     COMPUTE VTA-VAL-RECEPCION = VTA-UNI-RECEPCION
079500                               * VTA-COSTO-UNIT.
079600     COMPUTE VTA-VAL-COSTO-VENTA = VTA-UNI-VENTA * -1
079700                                 * VTA-COSTO-UNIT.
079800     COMPUTE VTA-VAL-DEVOLUCION = VTA-UNI-DEVOLUCION
079900                                * VTA-COSTO-UNIT.
080000     COMPUTE VTA-VAL-CONTEO = VTA-UNI-CONTEO * VTA-COSTO-UNIT.
080100     COMPUTE VTA-VAL-VENCIDO = VTA-UNI-VENCIDO * VTA-COSTO-UNIT.
080200     COMPUTE VTA-VAL-AJUSTE = VTA-UNI-AJUSTE * VTA-COSTO-UNIT.
080300     COMPUTE VTA-VAL-TRANSFERENCIA = VTA-UNI-TRANSFERENCIA
080400                                   * VTA-COSTO-UNIT.
080500     COMPUTE VTA-VAL-CIERRE = VTA-UNI-CIERRE * VTA-COSTO-UNIT.
080600
080700 3300-EXIT.
080800     EXIT.
080900
081000******************************************************************
081100*3400-ACUMULAR-SUCURSAL: SUMA LA CLAVE A SU SUCURSAL Y AL TOTAL DE
081200*LA EMPRESA (ENTRADA VTA-SUC-EMPRESA, DESPUES DE LAS SUCURSALES).
081300******************************************************************
081400 3400-ACUMULAR-SUCURSAL.
081500
081600     MOVE ZERO TO VTA-SUC-POS.
081700     PERFORM 3410-COMPARAR-SUCURSAL THRU 3410-EXIT
081800         VARYING VTA-SUC-SUB FROM 1 BY 1
081900         UNTIL VTA-SUC-SUB > VTA-SUC-CANT
082000            OR VTA-SUC-POS > ZERO.
082100
082200     IF VTA-SUC-POS = ZERO
082300         IF VTA-SUC-CANT NOT < VTA-SUC-MAXIMO
082400             DISPLAY "VTA9500 - TABLA DE SUCURSALES LLENA "
082500                     "(MAXIMO "
082600                     VTA-SUC-MAXIMO "). AGRANDAR LA TABLA."
082700             PERFORM 9000-FINALIZAR THRU 9000-EXIT
082800             MOVE 8 TO RETURN-CODE
082900             STOP RUN
083000         END-IF
083100         ADD 1 TO VTA-SUC-CANT
083200         MOVE VTA-SUC-CANT TO VTA-SUC-POS
083300         INITIALIZE VTA-SUC-ENTRADA (VTA-SUC-POS)
083400         MOVE VTA-CA-SUCURSAL TO VTA-SUC-CODIGO (VTA-SUC-POS)
083500     END-IF.
083600
083700     PERFORM 3420-SUMAR-ENTRADA THRU 3420-EXIT.
083800
083900     MOVE VTA-SUC-EMPRESA TO VTA-SUC-POS.
084000     PERFORM 3420-SUMAR-ENTRADA THRU 3420-EXIT.
084100
084200 3400-EXIT.
084300     EXIT.
084400
084500 3410-COMPARAR-SUCURSAL.
084600
084700     IF VTA-SUC-CODIGO (VTA-SUC-SUB) = VTA-CA-SUCURSAL
084800         MOVE VTA-SUC-SUB TO VTA-SUC-POS
084900     END-IF.
085000
085100 3410-EXIT.
085200     EXIT.
085300
085400 3420-SUMAR-ENTRADA.
085500
085600     ADD VTA-VAL-APERTURA      TO VTA-SUC-APERTURA (VTA-SUC-POS).
085700     ADD VTA-VAL-REVALUO       TO VTA-SUC-REVALUO (VTA-SUC-POS).
085800     ADD VTA-VAL-RECEPCION     TO VTA-SUC-RECEPCION (VTA-SUC-POS).
085900     ADD VTA-VAL-COSTO-VENTA
086000                       TO VTA-SUC-COSTO-VENTA (VTA-SUC-POS).
086100     ADD VTA-VAL-DEVOLUCION
086200                       TO VTA-SUC-DEVOLUCION (VTA-SUC-POS).
086300     ADD VTA-VAL-CONTEO        TO VTA-SUC-CONTEO (VTA-SUC-POS).
086400     ADD VTA-VAL-VENCIDO       TO VTA-SUC-CONTEO (VTA-SUC-POS).
086500     ADD VTA-VAL-AJUSTE        TO VTA-SUC-AJUSTE (VTA-SUC-POS).
086600     ADD VTA-VAL-TRANSFERENCIA
086700                       TO VTA-SUC-TRANSFERENCIA (VTA-SUC-POS).
086800     ADD VTA-VAL-CIERRE        TO VTA-SUC-CIERRE (VTA-SUC-POS).
086900
087000 3420-EXIT.
087100     EXIT.
087200
087300******************************************************************
087400*3500-ACUMULAR-ASIENTOS: CADA IMPORTE VA AL CONCEPTO DE SU
087500*SENTIDO. LOS FALTANTES Y SOBRANTES DE CONTEO Y LOS VENCIDOS SON
087600*MERMA; LA DIFERENCIA DE COSTO PROMEDIO VA CON LOS AJUSTES.
087700******************************************************************
087800 3500-ACUMULAR-ASIENTOS.
087900
088000     ADD VTA-VAL-COSTO-VENTA TO VTA-ASI-COSTO-VENTA.
088100     ADD VTA-VAL-DEVOLUCION  TO VTA-ASI-COSTO-DEVUELTO.
088200
088300     IF VTA-VAL-CONTEO < ZERO
088400         SUBTRACT VTA-VAL-CONTEO FROM VTA-ASI-FALTANTE
088500     ELSE
088600         ADD VTA-VAL-CONTEO TO VTA-ASI-SOBRANTE
088700     END-IF.
088800
088900     IF VTA-VAL-VENCIDO < ZERO
089000         SUBTRACT VTA-VAL-VENCIDO FROM VTA-ASI-FALTANTE
089100     ELSE
089200         ADD VTA-VAL-VENCIDO TO VTA-ASI-SOBRANTE
089300     END-IF.
089400
089500     IF VTA-VAL-AJUSTE < ZERO
089600         SUBTRACT VTA-VAL-AJUSTE FROM VTA-ASI-AJUSTE-NEG
089700     ELSE
089800         ADD VTA-VAL-AJUSTE TO VTA-ASI-AJUSTE-POS
089900     END-IF.
090000
090100     IF VTA-VAL-REVALUO < ZERO
090200         SUBTRACT VTA-VAL-REVALUO FROM VTA-ASI-AJUSTE-NEG
090300     ELSE
090400         ADD VTA-VAL-REVALUO TO VTA-ASI-AJUSTE-POS
090500     END-IF.
090600
090700 3500-EXIT.
090800     EXIT.
090900
091000 3600-GRABAR-VALUACION.
091100
091200     MOVE SPACES              TO VTA-VAL-INV-RECORD.
091300     MOVE VTA-CLAVE-ACTUAL    TO VTA-VIN-CLAVE.
091400     MOVE VTA-MES-PEDIDO      TO VTA-VIN-MES.
091500     MOVE VTA-UNI-CIERRE      TO VTA-VIN-STOCK.
091600     MOVE VTA-COSTO-UNIT      TO VTA-VIN-COSTO-UNIT.
091700     MOVE VTA-VAL-CIERRE      TO VTA-VIN-VALOR.
091800     MOVE VTA-VAL-INV-RECORD  TO VTA-VAL-SALIDA-RECORD.
091900     WRITE VTA-VAL-SALIDA-RECORD.
092000
092100 3600-EXIT.
092200     EXIT.
092300
092400******************************************************************
092500*6000-IMPRIMIR-EVOLUCION: LA EVOLUCION DE CADA SUCURSAL Y LA DE LA
092600*EMPRESA, CON LA DIFERENCIA ENTRE LA EXISTENCIA FINAL CALCULADA Y
092700*LA VALORIZADA.
092800******************************************************************
092900 6000-IMPRIMIR-EVOLUCION.
093000
093100     PERFORM 6100-IMPRIMIR-ENTRADA THRU 6100-EXIT
093200         VARYING VTA-SUC-POS FROM 1 BY 1
093300         UNTIL VTA-SUC-POS > VTA-SUC-CANT.
093400
093500     MOVE VTA-SUC-EMPRESA TO VTA-SUC-POS.
093600     MOVE "EMPRESA" TO VTA-SUC-CODIGO (VTA-SUC-POS).
093700     PERFORM 6100-IMPRIMIR-ENTRADA THRU 6100-EXIT.
093800
093900     MOVE "PRODUCTOS Y SUCURSALES VALORIZADOS"  TO VTA-LC-TEXTO.
094000     MOVE VTA-CNT-CLAVES                        TO VTA-LC-CANT.
094100     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
094200     MOVE "MOVIMIENTOS DE KARDEX DEL MES"       TO VTA-LC-TEXTO.
094300     MOVE VTA-CNT-KARDEX-MES                    TO VTA-LC-CANT.
094400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
094500     MOVE "MOVIMIENTOS POSTERIORES AL MES"      TO VTA-LC-TEXTO.
094600     MOVE VTA-CNT-KARDEX-POST                   TO VTA-LC-CANT.
094700     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
094800     MOVE "MOVIMIENTOS SIN SUCURSAL (NO VALORIZ.)"
094900                                                TO VTA-LC-TEXTO.
095000     MOVE VTA-CNT-SIN-SUCURSAL                  TO VTA-LC-CANT.
095100     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
095200     MOVE "  UNIDADES SIN SUCURSAL"             TO VTA-LC-TEXTO.
095300     MOVE VTA-UNI-SIN-SUCURSAL                  TO VTA-LC-CANT.
095400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
095500     MOVE "PRODUCTOS SIN MAESTRO (VALOR CERO)"  TO VTA-LC-TEXTO.
095600     MOVE VTA-CNT-SIN-MAESTRO                   TO VTA-LC-CANT.
095700     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
095800     MOVE "DIFERENCIAS NO EXPLICADAS"           TO VTA-LC-TEXTO.
095900     MOVE VTA-CNT-DIFERENCIAS                   TO VTA-LC-CANT.
096000     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
096100     MOVE SPACES TO VTA-REPORT-LINE.
096200     WRITE VTA-REPORT-LINE.
096300
096400     IF VTA-CNT-SIN-MAESTRO > ZERO
096500         MOVE 4 TO RETURN-CODE
096600     END-IF.
096700
096800 6000-EXIT.
096900     EXIT.
097000
097100 6100-IMPRIMIR-ENTRADA.
097200
097300     MOVE VTA-SUC-CODIGO (VTA-SUC-POS) TO VTA-LSU-CODIGO.
097400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-SUCURSAL.
097500
097600     MOVE "EXISTENCIA INICIAL"              TO VTA-LIM-TEXTO.
097700     MOVE VTA-SUC-APERTURA (VTA-SUC-POS)    TO VTA-LIM-IMPORTE.
097800     WRITE VTA-REPORT-LINE FROM VTA-LINEA-IMPORTE.
097900     MOVE "+/- DIFERENCIA DE COSTO PROMEDIO" TO VTA-LIM-TEXTO.
098000     MOVE VTA-SUC-REVALUO (VTA-SUC-POS)     TO VTA-LIM-IMPORTE.
098100     WRITE VTA-REPORT-LINE FROM VTA-LINEA-IMPORTE.
098200     MOVE "+ RECEPCIONES"                   TO VTA-LIM-TEXTO.
098300     MOVE VTA-SUC-RECEPCION (VTA-SUC-POS)   TO VTA-LIM-IMPORTE.
098400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-IMPORTE.
098500     MOVE "- COSTO DE VENTAS"               TO VTA-LIM-TEXTO.
098600     MOVE VTA-SUC-COSTO-VENTA (VTA-SUC-POS) TO VTA-LIM-IMPORTE.
098700     WRITE VTA-REPORT-LINE FROM VTA-LINEA-IMPORTE.
098800     MOVE "+ DEVOLUCIONES DE CLIENTES"      TO VTA-LIM-TEXTO.
098900     MOVE VTA-SUC-DEVOLUCION (VTA-SUC-POS)  TO VTA-LIM-IMPORTE.
099000     WRITE VTA-REPORT-LINE FROM VTA-LINEA-IMPORTE.
099100     MOVE "+/- DIFERENCIAS DE CONTEO Y VENCIDOS" TO VTA-LIM-TEXTO.
099200     MOVE VTA-SUC-CONTEO (VTA-SUC-POS)      TO VTA-LIM-IMPORTE.
099300     WRITE VTA-REPORT-LINE FROM VTA-LINEA-IMPORTE.
099400     MOVE "+/- AJUSTES"                     TO VTA-LIM-TEXTO.
099500     MOVE VTA-SUC-AJUSTE (VTA-SUC-POS)      TO VTA-LIM-IMPORTE.
099600     WRITE VTA-REPORT-LINE FROM VTA-LINEA-IMPORTE.
099700     MOVE "+/- TRANSFERENCIAS"              TO VTA-LIM-TEXTO.
099800     MOVE VTA-SUC-TRANSFERENCIA (VTA-SUC-POS) TO VTA-LIM-IMPORTE.
099900     WRITE VTA-REPORT-LINE FROM VTA-LINEA-IMPORTE.
100000
100100     COMPUTE VTA-VAL-CALCULADO = VTA-SUC-APERTURA (VTA-SUC-POS)
100200           + VTA-SUC-REVALUO (VTA-SUC-POS)
100300           + VTA-SUC-RECEPCION (VTA-SUC-POS)
100400           - VTA-SUC-COSTO-VENTA (VTA-SUC-POS)
100500           + VTA-SUC-DEVOLUCION (VTA-SUC-POS)
100600           + VTA-SUC-CONTEO (VTA-SUC-POS)
100700           + VTA-SUC-AJUSTE (VTA-SUC-POS)
100800           + VTA-SUC-TRANSFERENCIA (VTA-SUC-POS).
100900     COMPUTE VTA-VAL-DIFERENCIA = VTA-VAL-CALCULADO
101000           - VTA-SUC-CIERRE (VTA-SUC-POS).
101100
101200     MOVE "= EXISTENCIA FINAL SEGUN KARDEX"  TO VTA-LIM-TEXTO.
101300     MOVE VTA-VAL-CALCULADO                 TO VTA-LIM-IMPORTE.
101400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-IMPORTE.
101500     MOVE "EXISTENCIA FINAL VALORIZADA"     TO VTA-LIM-TEXTO.
101600     MOVE VTA-SUC-CIERRE (VTA-SUC-POS)      TO VTA-LIM-IMPORTE.
101700     WRITE VTA-REPORT-LINE FROM VTA-LINEA-IMPORTE.
101800     MOVE "DIFERENCIA"                      TO VTA-LIM-TEXTO.
101900     MOVE VTA-VAL-DIFERENCIA                TO VTA-LIM-IMPORTE.
102000     WRITE VTA-REPORT-LINE FROM VTA-LINEA-IMPORTE.
102100
102200     MOVE SPACES TO VTA-REPORT-LINE.
102300     WRITE VTA-REPORT-LINE.
102400
102500     IF VTA-VAL-DIFERENCIA NOT = ZERO
102600        AND VTA-CNT-DIFERENCIAS = ZERO
102700         ADD 1 TO VTA-CNT-DIFERENCIAS
102800     END-IF.
102900
103000 6100-EXIT.
103100     EXIT.
103200
103300******************************************************************
103400*7000-GRABAR-ASIENTOS: UN REGISTRO DE EXTRACTO CONTABLE POR
103500*CONCEPTO CON IMPORTE, AL ULTIMO DIA DEL MES.
103600******************************************************************
103700 7000-GRABAR-ASIENTOS.
103800
103900     MOVE VTA-ASI-COSTO-VENTA    TO VTA-ASI-IMPORTE.
104000     MOVE "K"                    TO VTA-ASI-CONCEPTO.
104100     MOVE VTA-CTA-COSTO-VENTA    TO VTA-ASI-CUENTA.
104200     MOVE VTA-TIER-COSTO         TO VTA-ASI-TIER.
104300     MOVE "COSTO DE VENTAS"      TO VTA-LAS-TEXTO.
104400     PERFORM 7100-GRABAR-ASIENTO THRU 7100-EXIT.
104500
104600     MOVE VTA-ASI-COSTO-DEVUELTO TO VTA-ASI-IMPORTE.
104700     MOVE "Y"                    TO VTA-ASI-CONCEPTO.
104800     MOVE "COSTO DE DEVOLUCIONES" TO VTA-LAS-TEXTO.
104900     PERFORM 7100-GRABAR-ASIENTO THRU 7100-EXIT.
105000
105100     MOVE VTA-ASI-FALTANTE       TO VTA-ASI-IMPORTE.
105200     MOVE "M"                    TO VTA-ASI-CONCEPTO.
105300     MOVE VTA-CTA-MERMA          TO VTA-ASI-CUENTA.
105400     MOVE VTA-TIER-MERMA         TO VTA-ASI-TIER.
105500     MOVE "MERMA: FALTANTES"     TO VTA-LAS-TEXTO.
105600     PERFORM 7100-GRABAR-ASIENTO THRU 7100-EXIT.
105700
105800     MOVE VTA-ASI-SOBRANTE       TO VTA-ASI-IMPORTE.
105900     MOVE "B"                    TO VTA-ASI-CONCEPTO.
106000     MOVE "MERMA: SOBRANTES"     TO VTA-LAS-TEXTO.
106100     PERFORM 7100-GRABAR-ASIENTO THRU 7100-EXIT.
106200
106300     MOVE VTA-ASI-AJUSTE-NEG     TO VTA-ASI-IMPORTE.
106400     MOVE "J"                    TO VTA-ASI-CONCEPTO.
106500     MOVE VTA-CTA-AJUSTE         TO VTA-ASI-CUENTA.
106600     MOVE "AJUSTES NEGATIVOS"    TO VTA-LAS-TEXTO.
106700     PERFORM 7100-GRABAR-ASIENTO THRU 7100-EXIT.
106800
106900     MOVE VTA-ASI-AJUSTE-POS     TO VTA-ASI-IMPORTE.
107000     MOVE "H"                    TO VTA-ASI-CONCEPTO.
107100     MOVE "AJUSTES POSITIVOS"    TO VTA-LAS-TEXTO.
107200     PERFORM 7100-GRABAR-ASIENTO THRU 7100-EXIT.
107300
107400 7000-EXIT.
107500     EXIT.
107600
107700 7100-GRABAR-ASIENTO.
107800
107900     IF VTA-ASI-IMPORTE = ZERO
108000         GO TO 7100-EXIT
108100     END-IF.
108200
108300     MOVE SPACES           TO VTA-GL-EXTRACT-RECORD.
108400     MOVE VTA-FECHA-CIERRE TO VTA-GLE-FECHA.
108500     MOVE VTA-ASI-CUENTA   TO VTA-GLE-CUENTA.
108600     MOVE VTA-ASI-CONCEPTO TO VTA-GLE-CONCEPTO.
108700     MOVE VTA-ASI-TIER     TO VTA-GLE-TIER-ORIGEN.
108800     MOVE VTA-ASI-IMPORTE  TO VTA-GLE-IMPORTE.
108900     WRITE VTA-GL-EXTRACT-RECORD.
109000     ADD 1 TO VTA-CNT-ASIENTOS.
109100
109200     MOVE VTA-ASI-CONCEPTO TO VTA-LAS-CONCEPTO.
109300     MOVE VTA-ASI-CUENTA   TO VTA-LAS-CUENTA.
109400     MOVE VTA-ASI-IMPORTE  TO VTA-LAS-IMPORTE.
109500     WRITE VTA-REPORT-LINE FROM VTA-LINEA-ASIENTO.
109600
109700 7100-EXIT.
109800     EXIT.
109900
110000 9000-FINALIZAR.
110100
110200     CLOSE VAL-ANT-FILE.
110300     CLOSE VAL-NUEVA-FILE.
110400     CLOSE KARDEX-FILE.
110500     CLOSE STOCK-SUC-FILE.
110600     CLOSE PRODUCTO-MASTER-FILE.
110700     CLOSE GL-EXTRACT-FILE.
110800     CLOSE VAL-REPORT-FILE.
110900
111000     DISPLAY "VTA9500 - CLAVES VALORIZADAS: " VTA-CNT-CLAVES
111100             " DIFERENCIAS: " VTA-CNT-DIFERENCIAS
111200             " ASIENTOS: " VTA-CNT-ASIENTOS.
111300
111400 9000-EXIT.
111500     EXIT.
111600
111700 9900-ARCHIVO-FALTANTE.
111800
111900     DISPLAY "VTA9500 - NO SE PUDO ABRIR " VTA-LINEA-MENSAJE (1:8)
112000             ". NO SE VALORIZA NI SE ASIENTA NADA.".
112100     MOVE "NO SE PUDO ABRIR UN ARCHIVO: NO SE VALORIZO NADA."
112200                                 TO VTA-LINEA-MENSAJE.
112300     WRITE VTA-REPORT-LINE FROM VTA-LINEA-MENSAJE.
112400     MOVE 8 TO RETURN-CODE.
112500
112600 9900-EXIT.
112700     EXIT.
112800
112900 END PROGRAM VTA9500.

000100******************************************************************
000200*CORRIDA MENSUAL DE PLANES DE PAGO (REFINANCIACION) DE CUENTA
000300*CORRIENTE. LOS PLANES LOS DA DE ALTA COBRANZAS CON VTA7200. POR
000400*CADA PLAN ACTIVO DE PLAN-REF-FILE (VTAPREF):
000500*  - SUMA LOS PAGOS DEL CLIENTE EN EL DIARIO (CTAMOVS) DESDE EL
000600*    ALTA DEL PLAN (CREDITOS "C" Y "Q", MENOS LOS CHEQUES
000700*    RECHAZADOS "R") Y CON ESO CUENTA LAS CUOTAS CUBIERTAS;
000800*  - SI HAY DOS O MAS CUOTAS DEBITADAS SIN CUBRIR, EL PLAN CAE:
000900*    EL CAPITAL TODAVIA NO DEBITADO VUELVE A LA ANTIGUEDAD CON UN
001000*    DEBITO "V" CON LA FECHA DE ALTA DEL PLAN (LA DEUDA ES LA
001100*    ORIGINAL) Y EL PLAN QUEDA EN ESTADO "I";
001200*  - SI NO, DEBITA COMO MOVIMIENTO "K" CADA CUOTA VENCIDA A LA
001300*    FECHA, CON EL INTERES DEL PLAN SOBRE EL CAPITAL PENDIENTE (LA
001400*    ULTIMA CUOTA CANCELA TODO EL CAPITAL QUE QUEDE);
001500*  - CON TODAS LAS CUOTAS DEBITADAS Y CUBIERTAS EL PLAN QUEDA
001600*    CUMPLIDO ("C").
001700*CTASALDO SE ACTUALIZA CON CADA DEBITO. AL FINAL EMITE EL REPORTE
001800*DE PLANES (PLANRPT): TODOS LOS PLANES ACTIVOS, CUMPLIDOS Y
001900*CAIDOS, CON CANTIDAD Y CAPITAL POR ESTADO.
002000******************************************************************
002100*MODIFICACIONES:
002200*2026-10-15 NF  PROGRAMA ORIGINAL.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. VTA7300.
002600 AUTHOR. N. FEDIUK.
002700 INSTALLATION. PERFUMERIA - SISTEMAS.
002800 DATE-WRITTEN. 2026-10-15.
002900 DATE-COMPILED. 2026-10-15.
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PLAN-REF-FILE ASSIGN TO "PLANREF"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS VTA-PRF-KEY
003800         FILE STATUS IS VTA-PRF-STATUS.
003900
004000     SELECT OPTIONAL CTA-MOV-FILE ASSIGN TO "CTAMOVS"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS VTA-MOV-STATUS.
004300
004400     SELECT CTA-SALDO-FILE ASSIGN TO "CTASALDO"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS VTA-CTA-CLIENTE-ID
004800         FILE STATUS IS VTA-SALDO-STATUS.
004900
005000     SELECT PLANES-REPORT-FILE ASSIGN TO "PLANRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS VTA-REPORT-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  PLAN-REF-FILE
005700     RECORDING MODE IS F.
005800     COPY VTAPREF.
005900
006000 FD  CTA-MOV-FILE
006100     RECORDING MODE IS F.
006200     COPY VTACTMV.
006300
006400 FD  CTA-SALDO-FILE
006500     RECORDING MODE IS F.
006600     COPY VTACTAC.
006700
006800 FD  PLANES-REPORT-FILE.
006900 01  VTA-REPORT-LINE                 PIC X(100).
007000
007100 WORKING-STORAGE SECTION.
007200
007300 01  VTA-PRF-STATUS                  PIC X(02).
007400     88  VTA-PRF-OK                  VALUE "00".
007500
007600 01  VTA-MOV-STATUS                  PIC X(02).
007700     88  VTA-MOV-OK                  VALUE "00".
007800
007900 01  VTA-SALDO-STATUS                PIC X(02).
008000     88  VTA-SALDO-OK                VALUE "00".
008100
008200 01  VTA-REPORT-STATUS               PIC X(02).
008300     88  VTA-REPORT-OK               VALUE "00".
008400
008500 01  VTA-SWITCHES.
008600     05  VTA-SW-FIN-PLANES           PIC X(01) VALUE "N".
008700         88  VTA-FIN-PLANES          VALUE "S".
008800     05  VTA-SW-FIN-MOVIMIENTOS      PIC X(01) VALUE "N".
008900         88  VTA-FIN-MOVIMIENTOS     VALUE "S".
009000     05  VTA-SW-PLAN-ENCONTRADO      PIC X(01) VALUE "N".
009100         88  VTA-PLAN-ENCONTRADO     VALUE "S".
009200
009300 01  VTA-FECHA-PROCESO               PIC 9(08).
009400
009500*CUOTAS DEBITADAS SIN CUBRIR A PARTIR DE LAS CUALES EL PLAN CAE.
009600 77  VTA-MAX-ATRASADAS               PIC 9(02) VALUE 2.
009700
009800*PLANES ACTIVOS Y PAGOS DEL CLIENTE DESDE EL ALTA DE CADA UNO.
009900 01  VTA-TABLA-PLANES.
010000     05  VTA-PLN-CANT                PIC 9(04) COMP VALUE ZERO.
010100     05  VTA-PLN-ENTRADA OCCURS 2000 TIMES
010200                         INDEXED BY VTA-PLN-IDX.
010300         10  VTA-PLN-CLIENTE         PIC 9(08).
010400         10  VTA-PLN-FECHA-ALTA      PIC 9(08).
010500         10  VTA-PLN-PAGADO          PIC S9(09)V9(02).
010600
010700*VENCIMIENTO DE LA CUOTA, PARA PASAR AL MES SIGUIENTE.
010800 01  VTA-VENCIMIENTO                 PIC 9(08).
010900 01  VTA-VENCIMIENTO-R REDEFINES VTA-VENCIMIENTO.
011000     05  VTA-VTO-AAAA                PIC 9(04).
011100     05  VTA-VTO-MM                  PIC 9(02).
011200     05  VTA-VTO-DD                  PIC 9(02).
011300
011400 01  VTA-CUOTAS-CUBIERTAS            PIC 9(04) COMP.
011500 01  VTA-CUOTAS-ATRASADAS            PIC S9(04) COMP.
011600 01  VTA-INTERES-CUOTA               PIC 9(09)V9(02).
011700 01  VTA-AMORTIZACION                PIC 9(09)V9(02).
011800 01  VTA-IMPORTE-MOV                 PIC 9(09)V9(02).
011900
012000 01  VTA-CONTADORES.
012100     05  VTA-CANT-CUOTAS-DEB         PIC 9(07) COMP VALUE ZERO.
012200     05  VTA-TOT-CUOTAS-DEB          PIC 9(11)V9(02) VALUE ZERO.
012300     05  VTA-CANT-CAIDOS-HOY         PIC 9(07) COMP VALUE ZERO.
012400     05  VTA-CANT-CUMPLIDOS-HOY      PIC 9(07) COMP VALUE ZERO.
012500
012600*RESUMEN POR ESTADO: 1 ACTIVO, 2 CUMPLIDO, 3 CAIDO.
012700 01  VTA-TOTALES-ESTADO.
012800     05  VTA-TOE-ENTRADA OCCURS 3 TIMES.
012900         10  VTA-TOE-CANT            PIC 9(07) COMP.
013000         10  VTA-TOE-CAPITAL         PIC 9(11)V9(02).
013100         10  VTA-TOE-SALDO           PIC 9(11)V9(02).
013200 01  VTA-TOE-NDX                     PIC 9(01).
013300
013400 01  VTA-DESC-ESTADOS.
013500     05  FILLER                      PIC X(08) VALUE "ACTIVO  ".
013600     05  FILLER                      PIC X(08) VALUE "CUMPLIDO".
013700     05  FILLER                      PIC X(08) VALUE "CAIDO   ".
013800 01  VTA-DESC-ESTADOS-R REDEFINES VTA-DESC-ESTADOS.
013900     05  VTA-DESC-ESTADO             PIC X(08) OCCURS 3 TIMES.
014000
014100*LINEAS DE IMPRESION.
014200 01  VTA-LINEA-TITULO.
014300     05  FILLER                      PIC X(34)
014400         VALUE "PLANES DE PAGO DE CTA CTE AL    : ".
014500     05  VTA-LT-FECHA                PIC 9(08).
014600
014700 01  VTA-LINEA-ENCABEZADO.
014800     05  FILLER                      PIC X(45)
014900         VALUE "CLIENTE  ALTA     ESTADO   CUOTA     IMP. CUO".
015000     05  FILLER                      PIC X(45)
015100         VALUE "TA       CAPITAL      PENDIENTE  ATR BAJA".
015200
015300 01  VTA-LINEA-PLAN.
015400     05  VTA-LP-CLIENTE              PIC 9(08).
015500     05  FILLER                      PIC X(01) VALUE SPACE.
015600     05  VTA-LP-ALTA                 PIC 9(08).
015700     05  FILLER                      PIC X(01) VALUE SPACE.
015800     05  VTA-LP-ESTADO               PIC X(08).
015900     05  FILLER                      PIC X(01) VALUE SPACE.
016000     05  VTA-LP-POSTEADAS            PIC Z9.
016100     05  FILLER                      PIC X(01) VALUE "/".
016200     05  VTA-LP-CANT                 PIC Z9.
016300     05  FILLER                      PIC X(01) VALUE SPACE.
016400     05  VTA-LP-CUOTA                PIC ZZZ,ZZZ,ZZ9.99.
016500     05  FILLER                      PIC X(01) VALUE SPACE.
016600     05  VTA-LP-CAPITAL              PIC ZZZ,ZZZ,ZZ9.99.
016700     05  FILLER                      PIC X(01) VALUE SPACE.
016800     05  VTA-LP-SALDO                PIC ZZZ,ZZZ,ZZ9.99.
016900     05  FILLER                      PIC X(02) VALUE SPACES.
017000     05  VTA-LP-ATRASADAS            PIC Z9.
017100     05  FILLER                      PIC X(01) VALUE SPACE.
017200     05  VTA-LP-BAJA                 PIC X(08).
017300
017400 01  VTA-LINEA-ESTADO.
017500     05  FILLER                      PIC X(08) VALUE "PLANES: ".
017600     05  VTA-LE-ESTADO               PIC X(08).
017700     05  FILLER                      PIC X(11)
017750       VALUE "  CANTIDAD:".
017800     05  VTA-LE-CANT                 PIC ZZZ,ZZ9.
017900     05  FILLER                      PIC X(11)
017950       VALUE "  CAPITAL: ".
018000     05  VTA-LE-CAPITAL              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
018100     05  FILLER                      PIC X(13)
018200         VALUE "  PENDIENTE: ".
018300     05  VTA-LE-SALDO                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
018400
018500 01  VTA-LINEA-CORRIDA.
018600     05  FILLER                      PIC X(28)
018700         VALUE "CUOTAS DEBITADAS EN CORRIDA:".
018800     05  VTA-LX-CANT                 PIC ZZZ,ZZ9.
018900     05  FILLER                      PIC X(11)
018950       VALUE "  IMPORTE: ".
019000     05  VTA-LX-TOTAL                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
019100
019200 PROCEDURE DIVISION.
019300
019400 0000-MAINLINE.
019500
019600     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
019700
019800     PERFORM 1100-CARGAR-PLAN THRU 1100-EXIT
019900         UNTIL VTA-FIN-PLANES.
020000
020100     PERFORM 2000-SUMAR-PAGOS THRU 2000-EXIT.
020200
020300     OPEN EXTEND CTA-MOV-FILE.
020400
020500     PERFORM 3000-PROCESAR-PLAN THRU 3000-EXIT
020600         VARYING VTA-PLN-IDX FROM 1 BY 1
020700         UNTIL VTA-PLN-IDX > VTA-PLN-CANT.
020800
020900     CLOSE CTA-MOV-FILE.
021000
021100     PERFORM 4000-EMITIR-REPORTE THRU 4000-EXIT.
021200
021300     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
021400
021500     STOP RUN.
021600
021700 1000-INICIALIZAR.
021800
021900     ACCEPT VTA-FECHA-PROCESO FROM DATE YYYYMMDD.
022000
022100     OPEN I-O PLAN-REF-FILE.
022200     IF NOT VTA-PRF-OK
022300         DISPLAY "VTA7300 - NO SE PUDO ABRIR PLAN-REF-FILE. "
022400                 "ESTADO: " VTA-PRF-STATUS
022500         MOVE 8 TO RETURN-CODE
022600         STOP RUN
022700     END-IF.
022800
022900     OPEN I-O CTA-SALDO-FILE.
023000     OPEN OUTPUT PLANES-REPORT-FILE.
023100
023200     MOVE VTA-FECHA-PROCESO TO VTA-LT-FECHA.
023300     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TITULO.
023400
023500 1000-EXIT.
023600     EXIT.
023700
023800 1100-CARGAR-PLAN.
023900
024000     READ PLAN-REF-FILE NEXT
024100         AT END
024200             SET VTA-FIN-PLANES TO TRUE
024300             GO TO 1100-EXIT
024400     END-READ.
024500
024600     IF NOT VTA-PRF-ACTIVO
024700         GO TO 1100-EXIT
024800     END-IF.
024900
025000     IF VTA-PLN-CANT >= 2000
025100         DISPLAY "VTA7300 - TABLA DE PLANES LLENA "
025200                 "(MAXIMO 2000). AGRANDAR LA TABLA."
025300         MOVE 8 TO RETURN-CODE
025400         STOP RUN
025500     END-IF.
025600
025700     ADD 1 TO VTA-PLN-CANT.
025800     SET VTA-PLN-IDX TO VTA-PLN-CANT.
025900     MOVE VTA-PRF-CLIENTE-ID  TO VTA-PLN-CLIENTE (VTA-PLN-IDX).
026000     MOVE VTA-PRF-FECHA-ALTA  TO VTA-PLN-FECHA-ALTA (VTA-PLN-IDX).
026100     MOVE ZERO                TO VTA-PLN-PAGADO (VTA-PLN-IDX).
026200
026300 1100-EXIT.
026400     EXIT.
026500
026600******************************************************************
026700*2000-SUMAR-PAGOS: BARRE EL DIARIO Y SUMA A CADA PLAN ACTIVO LOS
026800*PAGOS DE SU CLIENTE CON FECHA IGUAL O POSTERIOR AL ALTA.
026900******************************************************************
027000 2000-SUMAR-PAGOS.
027100
027200     OPEN INPUT CTA-MOV-FILE.
027300     IF NOT VTA-MOV-OK
027400         GO TO 2000-EXIT
027500     END-IF.
027600
027700     PERFORM 2100-SUMAR-MOVIMIENTO THRU 2100-EXIT
027800         UNTIL VTA-FIN-MOVIMIENTOS.
027900
028000     CLOSE CTA-MOV-FILE.
028100
028200 2000-EXIT.
028300     EXIT.
028400
028500 2100-SUMAR-MOVIMIENTO.
028600
028700     READ CTA-MOV-FILE
028800         AT END
028900             SET VTA-FIN-MOVIMIENTOS TO TRUE
029000             GO TO 2100-EXIT
029100     END-READ.
029200
029300     IF NOT VTA-CTM-CREDITO
029400        AND NOT VTA-CTM-CRED-CHEQUE
029500        AND NOT VTA-CTM-CHEQUE-RECHAZADO
029600         GO TO 2100-EXIT
029700     END-IF.
029800
029900     MOVE "N" TO VTA-SW-PLAN-ENCONTRADO.
030000     PERFORM 2110-BUSCAR-PLAN THRU 2110-EXIT
030100         VARYING VTA-PLN-IDX FROM 1 BY 1
030200         UNTIL VTA-PLN-IDX > VTA-PLN-CANT
030300            OR VTA-PLAN-ENCONTRADO.
030400
030500 2100-EXIT.
030600     EXIT.
030700
030800 2110-BUSCAR-PLAN.
030900
031000     IF VTA-CTM-CLIENTE-ID NOT = VTA-PLN-CLIENTE (VTA-PLN-IDX)
031100         GO TO 2110-EXIT
031200     END-IF.
031300
031400     SET VTA-PLAN-ENCONTRADO TO TRUE.
031500
031600     IF VTA-CTM-FECHA < VTA-PLN-FECHA-ALTA (VTA-PLN-IDX)
031700         GO TO 2110-EXIT
031800     END-IF.
031900
032000     IF VTA-CTM-CHEQUE-RECHAZADO
032100         SUBTRACT VTA-CTM-IMPORTE
032200             FROM VTA-PLN-PAGADO (VTA-PLN-IDX)
032300     ELSE
032400         ADD VTA-CTM-IMPORTE TO VTA-PLN-PAGADO (VTA-PLN-IDX)
032500     END-IF.
032600
032700 2110-EXIT.
032800     EXIT.
032900
033000******************************************************************
033100*3000-PROCESAR-PLAN: CUOTAS CUBIERTAS CON LO PAGADO, CAIDA DEL
033200*PLAN POR ATRASO, DEBITO DE LAS CUOTAS VENCIDAS Y CUMPLIMIENTO.
033300******************************************************************
033400 3000-PROCESAR-PLAN.
033500
033600     MOVE VTA-PLN-CLIENTE (VTA-PLN-IDX)    TO VTA-PRF-CLIENTE-ID.
033700     MOVE VTA-PLN-FECHA-ALTA (VTA-PLN-IDX) TO VTA-PRF-FECHA-ALTA.
033800     READ PLAN-REF-FILE
033900         INVALID KEY
034000             GO TO 3000-EXIT
034100     END-READ.
034200
034300     IF VTA-PLN-PAGADO (VTA-PLN-IDX) > ZERO
034400         MOVE VTA-PLN-PAGADO (VTA-PLN-IDX) TO VTA-PRF-IMP-PAGADO
034500     ELSE
034600         MOVE ZERO TO VTA-PRF-IMP-PAGADO
034700     END-IF.
034800
034900     PERFORM 3100-CONTAR-ATRASO THRU 3100-EXIT.
035000
035100     IF VTA-CUOTAS-ATRASADAS >= VTA-MAX-ATRASADAS
035200         PERFORM 3300-DAR-DE-BAJA THRU 3300-EXIT
035300         GO TO 3000-GRABAR
035400     END-IF.
035500
035600     PERFORM 3200-DEBITAR-CUOTA THRU 3200-EXIT
035700         UNTIL VTA-PRF-FECHA-PROX-VTO > VTA-FECHA-PROCESO
035800            OR VTA-PRF-CUOTAS-POSTEADAS >= VTA-PRF-CANT-CUOTAS.
035900
036000     PERFORM 3100-CONTAR-ATRASO THRU 3100-EXIT.
036100
036200     IF VTA-PRF-CUOTAS-POSTEADAS >= VTA-PRF-CANT-CUOTAS
036300        AND VTA-CUOTAS-CUBIERTAS >= VTA-PRF-CANT-CUOTAS
036400         SET VTA-PRF-CUMPLIDO TO TRUE
036500         MOVE VTA-FECHA-PROCESO TO VTA-PRF-FECHA-BAJA
036600         ADD 1 TO VTA-CANT-CUMPLIDOS-HOY
036700     END-IF.
036800
036900 3000-GRABAR.
037000
037100     REWRITE VTA-PLAN-REF-RECORD
037200         INVALID KEY
037300             DISPLAY "VTA7300 - NO SE PUDO ACTUALIZAR EL PLAN "
037400                     "DEL CLIENTE " VTA-PRF-CLIENTE-ID
037500     END-REWRITE.
037600
037700 3000-EXIT.
037800     EXIT.
037900
038000 3100-CONTAR-ATRASO.
038100
038200     DIVIDE VTA-PRF-IMP-PAGADO BY VTA-PRF-IMPORTE-CUOTA
038300         GIVING VTA-CUOTAS-CUBIERTAS.
038400
038500     IF VTA-CUOTAS-CUBIERTAS > VTA-PRF-CANT-CUOTAS
038600         MOVE VTA-PRF-CANT-CUOTAS TO VTA-CUOTAS-CUBIERTAS
038700     END-IF.
038800
038900     COMPUTE VTA-CUOTAS-ATRASADAS =
039000         VTA-PRF-CUOTAS-POSTEADAS - VTA-CUOTAS-CUBIERTAS.
039100
039200     IF VTA-CUOTAS-ATRASADAS < ZERO
039300         MOVE ZERO TO VTA-CUOTAS-ATRASADAS
039400     END-IF.
039500
039600     MOVE VTA-CUOTAS-ATRASADAS TO VTA-PRF-CUOTAS-ATRASADAS.
039700
039800 3100-EXIT.
039900     EXIT.
040000
040100******************************************************************
040200*3200-DEBITAR-CUOTA: INTERES DEL MES SOBRE EL CAPITAL PENDIENTE Y
040300*AMORTIZACION POR LA DIFERENCIA CON LA CUOTA. LA ULTIMA CUOTA
040400*AMORTIZA TODO EL CAPITAL QUE QUEDE (AJUSTE DE REDONDEO).
040500******************************************************************
040600 3200-DEBITAR-CUOTA.
040700
040800     COMPUTE VTA-INTERES-CUOTA ROUNDED =
040900         VTA-PRF-SALDO-CAPITAL * VTA-PRF-TASA-MENSUAL / 100.
041000
041100     IF VTA-PRF-CUOTAS-POSTEADAS + 1 >= VTA-PRF-CANT-CUOTAS
041200        OR VTA-PRF-IMPORTE-CUOTA - VTA-INTERES-CUOTA >
041300           VTA-PRF-SALDO-CAPITAL
041400         MOVE VTA-PRF-SALDO-CAPITAL TO VTA-AMORTIZACION
041500     ELSE
041600         COMPUTE VTA-AMORTIZACION =
041700             VTA-PRF-IMPORTE-CUOTA - VTA-INTERES-CUOTA
041800     END-IF.
041900
042000     COMPUTE VTA-IMPORTE-MOV =
042100         VTA-AMORTIZACION + VTA-INTERES-CUOTA.
042200
042300     MOVE SPACES                  TO VTA-CTA-MOV-RECORD.
042400     MOVE VTA-PRF-CLIENTE-ID      TO VTA-CTM-CLIENTE-ID.
042500     MOVE VTA-PRF-FECHA-PROX-VTO  TO VTA-CTM-FECHA.
042600     SET VTA-CTM-CUOTA-PLAN       TO TRUE.
042700     MOVE VTA-IMPORTE-MOV         TO VTA-CTM-IMPORTE.
042800     MOVE ZERO                    TO VTA-CTM-CLAVE-VENTA.
042900     STRING "PLAN" VTA-PRF-FECHA-ALTA DELIMITED BY SIZE
043000         INTO VTA-CTM-RECIBO.
043100     WRITE VTA-CTA-MOV-RECORD.
043200
043300     PERFORM 3500-ACTUALIZAR-SALDO THRU 3500-EXIT.
043400
043500     SUBTRACT VTA-AMORTIZACION FROM VTA-PRF-SALDO-CAPITAL.
043600     ADD 1 TO VTA-PRF-CUOTAS-POSTEADAS.
043700     ADD 1 TO VTA-CANT-CUOTAS-DEB.
043800     ADD VTA-IMPORTE-MOV TO VTA-TOT-CUOTAS-DEB.
043900
044000     MOVE VTA-PRF-FECHA-PROX-VTO TO VTA-VENCIMIENTO.
044100     ADD 1 TO VTA-VTO-MM.
044200     IF VTA-VTO-MM > 12
044300         MOVE 1 TO VTA-VTO-MM
044400         ADD 1 TO VTA-VTO-AAAA
044500     END-IF.
044600     MOVE VTA-VENCIMIENTO TO VTA-PRF-FECHA-PROX-VTO.
044700
044800 3200-EXIT.
044900     EXIT.
045000
045100******************************************************************
045200*3300-DAR-DE-BAJA: PLAN CAIDO. EL CAPITAL NO DEBITADO VUELVE AL
045300*DIARIO COMO DEBITO "V" CON LA FECHA DE ALTA DEL PLAN, ASI LA
045400*ANTIGUEDAD LO TOMA CON SU EDAD REAL Y VTA4100 VUELVE A CARGARLE
045500*INTERES. LAS CUOTAS YA DEBITADAS SIGUEN EN EL DIARIO.
045600******************************************************************
045700 3300-DAR-DE-BAJA.
045800
045900     IF VTA-PRF-SALDO-CAPITAL > ZERO
046000         MOVE SPACES                 TO VTA-CTA-MOV-RECORD
046100         MOVE VTA-PRF-CLIENTE-ID     TO VTA-CTM-CLIENTE-ID
046200         MOVE VTA-PRF-FECHA-ALTA     TO VTA-CTM-FECHA
046300         SET VTA-CTM-PLAN-CAIDO      TO TRUE
046400         MOVE VTA-PRF-SALDO-CAPITAL  TO VTA-CTM-IMPORTE
046500         MOVE ZERO                   TO VTA-CTM-CLAVE-VENTA
046600         STRING "PLAN" VTA-PRF-FECHA-ALTA DELIMITED BY SIZE
046700             INTO VTA-CTM-RECIBO
046800         WRITE VTA-CTA-MOV-RECORD
046900         MOVE VTA-PRF-SALDO-CAPITAL  TO VTA-IMPORTE-MOV
047000         PERFORM 3500-ACTUALIZAR-SALDO THRU 3500-EXIT
047100     END-IF.
047200
047300     SET VTA-PRF-CAIDO TO TRUE.
047400     MOVE VTA-FECHA-PROCESO TO VTA-PRF-FECHA-BAJA.
047500     ADD 1 TO VTA-CANT-CAIDOS-HOY.
047600
047700 3300-EXIT.
047800     EXIT.
047900
048000 3500-ACTUALIZAR-SALDO.
048100
048200     MOVE VTA-PRF-CLIENTE-ID TO VTA-CTA-CLIENTE-ID.
048300     READ CTA-SALDO-FILE
048400         INVALID KEY
048500             MOVE VTA-PRF-CLIENTE-ID TO VTA-CTA-CLIENTE-ID
048600             MOVE VTA-IMPORTE-MOV    TO VTA-CTA-SALDO
048700             MOVE VTA-FECHA-PROCESO  TO VTA-CTA-FECHA-ULT-MOV
048800             WRITE VTA-CTA-SALDO-RECORD
048900             GO TO 3500-EXIT
049000     END-READ.
049100
049200     ADD VTA-IMPORTE-MOV TO VTA-CTA-SALDO.
049300     MOVE VTA-FECHA-PROCESO TO VTA-CTA-FECHA-ULT-MOV.
049400     REWRITE VTA-CTA-SALDO-RECORD.
049500
049600 3500-EXIT.
049700     EXIT.
049800
049900******************************************************************
050000*4000-EMITIR-REPORTE: UNA LINEA POR PLAN (ACTIVOS, CUMPLIDOS Y
050100*CAIDOS, EN ORDEN DE CLIENTE) Y EL RESUMEN POR ESTADO.
050200******************************************************************
050300 4000-EMITIR-REPORTE.
050400
050500     INITIALIZE VTA-TOTALES-ESTADO.
050600     MOVE "N" TO VTA-SW-FIN-PLANES.
050700     MOVE LOW-VALUES TO VTA-PRF-KEY.
050800
050900     START PLAN-REF-FILE KEY >= VTA-PRF-KEY
051000         INVALID KEY
051100             SET VTA-FIN-PLANES TO TRUE
051200     END-START.
051300
051400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-ENCABEZADO.
051500
051600     PERFORM 4100-LISTAR-PLAN THRU 4100-EXIT
051700         UNTIL VTA-FIN-PLANES.
051800
051900     MOVE SPACES TO VTA-REPORT-LINE.
052000     WRITE VTA-REPORT-LINE.
052100
052200     PERFORM 4200-LISTAR-ESTADO THRU 4200-EXIT
052300         VARYING VTA-TOE-NDX FROM 1 BY 1
052400         UNTIL VTA-TOE-NDX > 3.
052500
052600     MOVE VTA-CANT-CUOTAS-DEB TO VTA-LX-CANT.
052700     MOVE VTA-TOT-CUOTAS-DEB  TO VTA-LX-TOTAL.
052800     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CORRIDA.
052900
053000 4000-EXIT.
053100     EXIT.
053200
053300 4100-LISTAR-PLAN.
053400
053500     READ PLAN-REF-FILE NEXT
053600         AT END
053700             SET VTA-FIN-PLANES TO TRUE
053800             GO TO 4100-EXIT
053900     END-READ.
054000
054100     EVALUATE TRUE
054200         WHEN VTA-PRF-ACTIVO
054300             MOVE 1 TO VTA-TOE-NDX
054400         WHEN VTA-PRF-CUMPLIDO
054500             MOVE 2 TO VTA-TOE-NDX
054600         WHEN OTHER
054700             MOVE 3 TO VTA-TOE-NDX
054800     END-EVALUATE.
054900
055000     MOVE VTA-PRF-CLIENTE-ID       TO VTA-LP-CLIENTE.
055100     MOVE VTA-PRF-FECHA-ALTA       TO VTA-LP-ALTA.
055200     MOVE VTA-DESC-ESTADO (VTA-TOE-NDX) TO VTA-LP-ESTADO.
055300     MOVE VTA-PRF-CUOTAS-POSTEADAS TO VTA-LP-POSTEADAS.
055400     MOVE VTA-PRF-CANT-CUOTAS      TO VTA-LP-CANT.
055500     MOVE VTA-PRF-IMPORTE-CUOTA    TO VTA-LP-CUOTA.
055600     MOVE VTA-PRF-CAPITAL          TO VTA-LP-CAPITAL.
055700     MOVE VTA-PRF-SALDO-CAPITAL    TO VTA-LP-SALDO.
055800     MOVE VTA-PRF-CUOTAS-ATRASADAS TO VTA-LP-ATRASADAS.
055900     IF VTA-PRF-ACTIVO
056000         MOVE SPACES               TO VTA-LP-BAJA
056100     ELSE
056200         MOVE VTA-PRF-FECHA-BAJA   TO VTA-LP-BAJA
056300     END-IF.
056400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-PLAN.
056500
056600     ADD 1 TO VTA-TOE-CANT (VTA-TOE-NDX).
056700     ADD VTA-PRF-CAPITAL TO VTA-TOE-CAPITAL (VTA-TOE-NDX).
056800     ADD VTA-PRF-SALDO-CAPITAL TO VTA-TOE-SALDO (VTA-TOE-NDX).
056900
057000 4100-EXIT.
057100     EXIT.
057200
057300 4200-LISTAR-ESTADO.
057400
057500     MOVE VTA-DESC-ESTADO (VTA-TOE-NDX) TO VTA-LE-ESTADO.
057600     MOVE VTA-TOE-CANT (VTA-TOE-NDX)    TO VTA-LE-CANT.
057700     MOVE VTA-TOE-CAPITAL (VTA-TOE-NDX) TO VTA-LE-CAPITAL.
057800     MOVE VTA-TOE-SALDO (VTA-TOE-NDX)   TO VTA-LE-SALDO.
057900     WRITE VTA-REPORT-LINE FROM VTA-LINEA-ESTADO.
058000
058100 4200-EXIT.
058200     EXIT.
058300
058400 9000-FINALIZAR.
058500
058600     CLOSE PLAN-REF-FILE.
058700     CLOSE CTA-SALDO-FILE.
058800     CLOSE PLANES-REPORT-FILE.
058900
059000     DISPLAY "VTA7300 - CUOTAS DEBITADAS: " VTA-CANT-CUOTAS-DEB.
059100     DISPLAY "VTA7300 - PLANES CAIDOS   : " VTA-CANT-CAIDOS-HOY.
059200     DISPLAY "VTA7300 - PLANES CUMPLIDOS: "
059300             VTA-CANT-CUMPLIDOS-HOY.
059400
059500 9000-EXIT.
059600     EXIT.
059700
059800 END PROGRAM VTA7300.

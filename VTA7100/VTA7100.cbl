000100******************************************************************
000200*CARTERA DE CHEQUES POR FECHA DE COBRO. LISTA PARA TESORERIA LOS
000300*CHEQUES RECIBIDOS EN PAGO DE CUENTA CORRIENTE QUE SIGUEN EN
000400*CARTERA (CHEQ-CART-FILE, ESTADO "C"), EN ORDEN DE FECHA DE COBRO
000500*(LA CLAVE DEL KSDS EMPIEZA POR ESA FECHA), CON SUBTOTAL POR DIA
000600*Y TOTAL GENERAL. AL PIE INFORMA LOS CHEQUES ACREDITADOS Y LOS
000700*RECHAZADOS EN LA FECHA DE PROCESO. CORRE EN LA CADENA NOCTURNA
000800*DESPUES DE LA CUENTA CORRIENTE (VTA2600), QUE ES LA QUE DA DE
000900*ALTA Y ACREDITA LOS CHEQUES.
001000******************************************************************
001100*MODIFICACIONES:
001200*2026-10-15 NF  PROGRAMA ORIGINAL.
001300******************************************************************
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. VTA7100.
001600 AUTHOR. N. FEDIUK.
001700 INSTALLATION. PERFUMERIA - SISTEMAS.
001800 DATE-WRITTEN. 2026-10-15.
001900 DATE-COMPILED. 2026-10-15.
002000
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT CHEQ-CART-FILE ASSIGN TO "CHEQCART"
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS SEQUENTIAL
002700         RECORD KEY IS VTA-CHQ-KEY
002800         FILE STATUS IS VTA-CHQ-STATUS.
002900
003000     SELECT OPTIONAL FECHA-PARM-FILE ASSIGN TO "FECHAPRM"
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS VTA-FPRM-STATUS.
003300
003400     SELECT CARTERA-REPORT-FILE ASSIGN TO "CARTRPT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS VTA-REPORT-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  CHEQ-CART-FILE
004100     RECORDING MODE IS F.
004200     COPY VTACHEQ.
004300
004400 FD  FECHA-PARM-FILE
004500     RECORDING MODE IS F.
004600 01  VTA-FECHA-PARM-RECORD.
004700     05  VTA-FPRM-FECHA              PIC 9(08).
004800     05  FILLER                      PIC X(72).
004900
005000 FD  CARTERA-REPORT-FILE.
005100 01  VTA-REPORT-LINE                 PIC X(80).
005200
005300 WORKING-STORAGE SECTION.
005400
005500 COPY VTARLGP.
005600
005700 01  VTA-CHQ-STATUS                  PIC X(02).
005800     88  VTA-CHQ-OK                  VALUE "00".
005900
006000 01  VTA-FPRM-STATUS                 PIC X(02).
006100     88  VTA-FPRM-OK                 VALUE "00".
006200
006300 01  VTA-REPORT-STATUS               PIC X(02).
006400     88  VTA-REPORT-OK               VALUE "00".
006500
006600 01  VTA-SWITCHES.
006700     05  VTA-SW-FIN-CHEQUES          PIC X(01) VALUE "N".
006800         88  VTA-FIN-CHEQUES         VALUE "S".
006900
007000 01  VTA-FECHA-PROCESO               PIC 9(08).
007100
007200*FECHA DE COBRO DEL CORTE EN CURSO (CERO ANTES DEL PRIMER
007300*CHEQUE EN CARTERA).
007400 01  VTA-FECHA-CORTE                 PIC 9(08) VALUE ZERO.
007500
007600 01  VTA-CONTADORES.
007700     05  VTA-CANT-LEIDOS             PIC 9(07) COMP VALUE ZERO.
007800     05  VTA-CANT-CARTERA            PIC 9(07) COMP VALUE ZERO.
007900     05  VTA-CANT-DIA                PIC 9(05) COMP VALUE ZERO.
008000     05  VTA-CANT-ACRED-HOY          PIC 9(07) COMP VALUE ZERO.
008100     05  VTA-CANT-RECH-HOY           PIC 9(07) COMP VALUE ZERO.
008200
008300 01  VTA-IMPORTES.
008400     05  VTA-IMP-DIA                 PIC 9(11)V9(02) VALUE ZERO.
008500     05  VTA-IMP-CARTERA             PIC 9(11)V9(02) VALUE ZERO.
008600     05  VTA-IMP-ACRED-HOY           PIC 9(11)V9(02) VALUE ZERO.
008700     05  VTA-IMP-RECH-HOY            PIC 9(11)V9(02) VALUE ZERO.
008800
008900*LINEAS DE IMPRESION.
009000 01  VTA-LINEA-TITULO.
009100     05  FILLER                      PIC X(34)
009200         VALUE "CHEQUES EN CARTERA POR FECHA AL : ".
009300     05  VTA-LT-FECHA                PIC 9(08).
009400
009500 01  VTA-LINEA-CABECERA.
009600     05  FILLER                      PIC X(40)
009700         VALUE "F. COBRO  BCO NUMERO   CLIENTE  LIBRADOR".
009800     05  FILLER                      PIC X(40)
009900         VALUE "                    IMPORTE".
010000
010100 01  VTA-LINEA-DETALLE.
010200     05  VTA-LD-FECHA                PIC 9(08).
010300     05  FILLER                      PIC X(02) VALUE SPACES.
010400     05  VTA-LD-BANCO                PIC 9(03).
010500     05  FILLER                      PIC X(01) VALUE SPACE.
010600     05  VTA-LD-NUMERO               PIC 9(08).
010700     05  FILLER                      PIC X(01) VALUE SPACE.
010800     05  VTA-LD-CLIENTE              PIC 9(08).
010900     05  FILLER                      PIC X(01) VALUE SPACE.
011000     05  VTA-LD-LIBRADOR             PIC X(20).
011100     05  FILLER                      PIC X(01) VALUE SPACE.
011200     05  VTA-LD-IMPORTE              PIC ZZZ,ZZZ,ZZ9.99.
011300
011400 01  VTA-LINEA-SUBTOTAL.
011500     05  FILLER                      PIC X(10) VALUE SPACES.
011600     05  FILLER                      PIC X(20)
011700         VALUE "TOTAL DEL DIA     : ".
011800     05  VTA-LS-CANT                 PIC ZZ,ZZ9.
011900     05  FILLER                      PIC X(11)
012000         VALUE " CHEQUES   ".
012100     05  VTA-LS-IMPORTE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
012200
012300 01  VTA-LINEA-TOTAL.
012400     05  VTA-LTT-TEXTO               PIC X(30).
012500     05  VTA-LTT-CANT                PIC ZZ,ZZ9.
012600     05  FILLER                      PIC X(11)
012700         VALUE " CHEQUES   ".
012800     05  VTA-LTT-IMPORTE             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
012900
013000 PROCEDURE DIVISION.
013100
013200 0000-MAINLINE.
013300
013400     MOVE "VTA7100" TO VTA-RLP-PROGRAMA.
013500     SET VTA-RLP-INICIO TO TRUE.
013600     CALL "VTARUNLG" USING VTA-RUNLOG-PARMS.
013700
013800     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
013900
014000     PERFORM 2000-PROCESAR-CHEQUE THRU 2000-EXIT
014100         UNTIL VTA-FIN-CHEQUES.
014200
014300     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
014400
014500     SET VTA-RLP-FIN TO TRUE.
014600     MOVE VTA-FECHA-PROCESO TO VTA-RLP-FECHA-NEG.
014700     MOVE VTA-CANT-LEIDOS TO VTA-RLP-REG-ENTRADA.
014800     MOVE VTA-CANT-CARTERA TO VTA-RLP-REG-SALIDA.
014900     MOVE RETURN-CODE TO VTA-RLP-RC.
015000     CALL "VTARUNLG" USING VTA-RUNLOG-PARMS.
015100
015200     STOP RUN.
015300
015400 1000-INICIALIZAR.
015500
015600     PERFORM 1300-OBTENER-FECHA-NEGOCIO THRU 1300-EXIT.
015700
015800     OPEN INPUT CHEQ-CART-FILE.
015900     IF NOT VTA-CHQ-OK
016000         DISPLAY "VTA7100 - NO SE PUDO ABRIR LA CARTERA DE "
016100                 "CHEQUES (CHEQCART). ESTADO: " VTA-CHQ-STATUS
016200         MOVE 8 TO RETURN-CODE
016300         STOP RUN
016400     END-IF.
016500
016600     OPEN OUTPUT CARTERA-REPORT-FILE.
016700
016800     MOVE VTA-FECHA-PROCESO TO VTA-LT-FECHA.
016900     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TITULO.
017000     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CABECERA.
017100
017200     PERFORM 1100-LEER-CHEQUE THRU 1100-EXIT.
017300
017400 1000-EXIT.
017500     EXIT.
017600
017700 1100-LEER-CHEQUE.
017800
017900     READ CHEQ-CART-FILE
018000         AT END
018100             SET VTA-FIN-CHEQUES TO TRUE
018200         NOT AT END
018300             ADD 1 TO VTA-CANT-LEIDOS
018400     END-READ.
018500
018600 1100-EXIT.
018700     EXIT.
018800
018900******************************************************************
019000*1300-OBTENER-FECHA-NEGOCIO: LEE LA FECHA DE NEGOCIO DEL
019100*PARAMETRO FECHAPRM (EL MISMO DEL RESTO DE LA CADENA): UNA
019200*CORRIDA QUE CRUZA LA MEDIANOCHE PROCESA Y REGISTRA EL DIA DE
019300*NEGOCIO CORRECTO EN LUGAR DEL DIA DEL RELOJ. SIN PARAMETRO SE
019400*USA LA FECHA DEL SISTEMA, CON AVISO.
019500******************************************************************
019600 1300-OBTENER-FECHA-NEGOCIO.
019700
019800     MOVE ZERO TO VTA-FECHA-PROCESO.
019900
020000     OPEN INPUT FECHA-PARM-FILE.
020100     IF VTA-FPRM-OK
020200         READ FECHA-PARM-FILE
020300             AT END
020400                 CONTINUE
020500         END-READ
020600         IF VTA-FPRM-OK AND VTA-FPRM-FECHA > 0
020700             MOVE VTA-FPRM-FECHA TO VTA-FECHA-PROCESO
020800         END-IF
020900         CLOSE FECHA-PARM-FILE
021000     END-IF.
021100
021200     IF VTA-FECHA-PROCESO = ZERO
021300         ACCEPT VTA-FECHA-PROCESO FROM DATE YYYYMMDD
021400         DISPLAY "VTA7100 - AVISO: SIN FECHA DE NEGOCIO "
021500                 "(FECHAPRM). SE USA LA FECHA DEL SISTEMA."
021600     END-IF.
021700
021800 1300-EXIT.
021900     EXIT.
022000
022100******************************************************************
022200*2000-PROCESAR-CHEQUE: UN CHEQUE EN CARTERA VA AL DETALLE, CON
022300*CORTE POR FECHA DE COBRO. LOS ACREDITADOS Y RECHAZADOS SOLO SE
022400*CUENTAN SI CAMBIARON DE ESTADO EN LA FECHA DE PROCESO.
022500******************************************************************
022600 2000-PROCESAR-CHEQUE.
022700
022800     IF VTA-CHQ-EN-CARTERA
022900         PERFORM 2100-LISTAR-CHEQUE THRU 2100-EXIT
023000     ELSE
023100         IF VTA-CHQ-FECHA-ESTADO = VTA-FECHA-PROCESO
023200             PERFORM 2300-CONTAR-DEL-DIA THRU 2300-EXIT
023300         END-IF
023400     END-IF.
023500
023600     PERFORM 1100-LEER-CHEQUE THRU 1100-EXIT.
023700
023800 2000-EXIT.
023900     EXIT.
024000
024100 2100-LISTAR-CHEQUE.
024200
024300     IF VTA-CHQ-FECHA-COBRO NOT = VTA-FECHA-CORTE
024400         PERFORM 2200-CORTE-FECHA THRU 2200-EXIT
024500         MOVE VTA-CHQ-FECHA-COBRO TO VTA-FECHA-CORTE
024600     END-IF.
024700
024800     MOVE VTA-CHQ-FECHA-COBRO TO VTA-LD-FECHA.
024900     MOVE VTA-CHQ-BANCO       TO VTA-LD-BANCO.
025000     MOVE VTA-CHQ-NUMERO      TO VTA-LD-NUMERO.
025100     MOVE VTA-CHQ-CLIENTE-ID  TO VTA-LD-CLIENTE.
025200     MOVE VTA-CHQ-LIBRADOR    TO VTA-LD-LIBRADOR.
025300     MOVE VTA-CHQ-IMPORTE     TO VTA-LD-IMPORTE.
025400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-DETALLE.
025500
025600     ADD 1 TO VTA-CANT-DIA.
025700     ADD 1 TO VTA-CANT-CARTERA.
025800     ADD VTA-CHQ-IMPORTE TO VTA-IMP-DIA.
025900     ADD VTA-CHQ-IMPORTE TO VTA-IMP-CARTERA.
026000
026100 2100-EXIT.
026200     EXIT.
026300
026400******************************************************************
026500*2200-CORTE-FECHA: EMITE EL SUBTOTAL DE LA FECHA DE COBRO QUE
026600*TERMINA (NADA ANTES DEL PRIMER CHEQUE) Y REINICIA EL ACUMULADO.
026700******************************************************************
026800 2200-CORTE-FECHA.
026900
027000     IF VTA-CANT-DIA = ZERO
027100         GO TO 2200-EXIT
027200     END-IF.
027300
027400     MOVE VTA-CANT-DIA TO VTA-LS-CANT.
027500     MOVE VTA-IMP-DIA  TO VTA-LS-IMPORTE.
027600     WRITE VTA-REPORT-LINE FROM VTA-LINEA-SUBTOTAL.
027700     MOVE SPACES TO VTA-REPORT-LINE.
027800     WRITE VTA-REPORT-LINE.
027900
028000     MOVE ZERO TO VTA-CANT-DIA.
028100     MOVE ZERO TO VTA-IMP-DIA.
028200
028300 2200-EXIT.
028400     EXIT.
028500
028600 2300-CONTAR-DEL-DIA.
028700
028800     IF VTA-CHQ-ACREDITADO
028900         ADD 1 TO VTA-CANT-ACRED-HOY
029000         ADD VTA-CHQ-IMPORTE TO VTA-IMP-ACRED-HOY
029100     END-IF.
029200
029300     IF VTA-CHQ-RECHAZADO
029400         ADD 1 TO VTA-CANT-RECH-HOY
029500         ADD VTA-CHQ-IMPORTE TO VTA-IMP-RECH-HOY
029600     END-IF.
029700
029800 2300-EXIT.
029900     EXIT.
030000
030100 9000-FINALIZAR.
030200
030300     PERFORM 2200-CORTE-FECHA THRU 2200-EXIT.
030400
030500     MOVE "TOTAL EN CARTERA             " TO VTA-LTT-TEXTO.
030600     MOVE VTA-CANT-CARTERA   TO VTA-LTT-CANT.
030700     MOVE VTA-IMP-CARTERA    TO VTA-LTT-IMPORTE.
030800     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
030900
031000     MOVE "ACREDITADOS EN LA FECHA      " TO VTA-LTT-TEXTO.
031100     MOVE VTA-CANT-ACRED-HOY TO VTA-LTT-CANT.
031200     MOVE VTA-IMP-ACRED-HOY  TO VTA-LTT-IMPORTE.
031300     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
031400
031500     MOVE "RECHAZADOS EN LA FECHA       " TO VTA-LTT-TEXTO.
031600     MOVE VTA-CANT-RECH-HOY  TO VTA-LTT-CANT.
031700     MOVE VTA-IMP-RECH-HOY   TO VTA-LTT-IMPORTE.
031800     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
031900
032000     CLOSE CHEQ-CART-FILE.
032100     CLOSE CARTERA-REPORT-FILE.
032200
032300     DISPLAY "VTA7100 - CHEQUES LEIDOS    : " VTA-CANT-LEIDOS.
032400     DISPLAY "VTA7100 - CHEQUES EN CARTERA: " VTA-CANT-CARTERA.
032500
032600 9000-EXIT.
032700     EXIT.
032800
032900 END PROGRAM VTA7100.

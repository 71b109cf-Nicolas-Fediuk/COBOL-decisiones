000100******************************************************************
000200*ANTIGUEDAD DE LOS CASOS DE CONTRACARGO PENDIENTES. RECORRE EL
000300*ARCHIVO DE CASOS (CONTRCAS, QUE ABRE VTA3700 Y SIGUE TESORERIA
000400*CON VTA7400) Y LISTA CADA CASO ABIERTO O CON DOCUMENTACION
000500*PRESENTADA CON LOS DIAS QUE LLEVA ABIERTO Y LOS QUE LE QUEDAN
000600*HASTA LA FECHA LIMITE DE PRESENTACION. LOS CASOS CON LA FECHA
000700*LIMITE VENCIDA SIN DOCUMENTACION ENVIADA SE MARCAN: EL ADQUIRENTE
000800*LOS VA A DAR POR PERDIDOS. AL FINAL RESUME CANTIDAD E IMPORTE POR
000900*TRAMO DE VENCIMIENTO (VENCIDOS, HASTA 3 DIAS, HASTA 7 DIAS Y MAS
001000*DE 7 DIAS) EN EL REPORTE CCARGRPT.
001100******************************************************************
001200*MODIFICACIONES:
001300*2026-10-15 NF  PROGRAMA ORIGINAL.
001400******************************************************************
001500 IDENTIFICATION DIVISION.
001600 PROGRAM-ID. VTA7500.
001700 AUTHOR. N. FEDIUK.
001800 INSTALLATION. PERFUMERIA - SISTEMAS.
001900 DATE-WRITTEN. 2026-10-15.
002000 DATE-COMPILED. 2026-10-15.
002100
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT CASO-CCARGO-FILE ASSIGN TO "CONTRCAS"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS SEQUENTIAL
002800         RECORD KEY IS VTA-CCS-KEY
002900         FILE STATUS IS VTA-CCS-STATUS.
003000
003100     SELECT OPTIONAL FECHA-PARM-FILE ASSIGN TO "FECHAPRM"
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS VTA-FPRM-STATUS.
003400
003500     SELECT CCARGO-REPORT-FILE ASSIGN TO "CCARGRPT"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS VTA-REPORT-STATUS.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  CASO-CCARGO-FILE
004200     RECORDING MODE IS F.
004300     COPY VTACCAS.
004400
004500 FD  FECHA-PARM-FILE
004600     RECORDING MODE IS F.
004700 01  VTA-FECHA-PARM-RECORD.
004800     05  VTA-FPRM-FECHA              PIC 9(08).
004900     05  FILLER                      PIC X(72).
005000
005100 FD  CCARGO-REPORT-FILE.
005200 01  VTA-REPORT-LINE                 PIC X(100).
005300
005400 WORKING-STORAGE SECTION.
005500
005600 COPY VTARLGP.
005700
005800 COPY VTAFCHP.
005900
006000 01  VTA-CCS-STATUS                  PIC X(02).
006100     88  VTA-CCS-OK                  VALUE "00".
006200
006300 01  VTA-FPRM-STATUS                 PIC X(02).
006400     88  VTA-FPRM-OK                 VALUE "00".
006500
006600 01  VTA-REPORT-STATUS               PIC X(02).
006700     88  VTA-REPORT-OK               VALUE "00".
006800
006900 01  VTA-SWITCHES.
007000     05  VTA-SW-FIN-CASOS            PIC X(01) VALUE "N".
007100         88  VTA-FIN-CASOS           VALUE "S".
007200
007300 01  VTA-FECHA-PROCESO               PIC 9(08).
007400
007500 01  VTA-DIAS-ABIERTO                PIC S9(05).
007600 01  VTA-DIAS-RESTAN                 PIC S9(05).
007700
007800 01  VTA-CONTADORES.
007900     05  VTA-CANT-LEIDOS             PIC 9(07) COMP VALUE ZERO.
008000     05  VTA-CANT-PENDIENTES         PIC 9(07) COMP VALUE ZERO.
008100     05  VTA-CANT-SIN-DOCUM          PIC 9(07) COMP VALUE ZERO.
008200     05  VTA-TOT-PENDIENTE           PIC 9(11)V9(02) VALUE ZERO.
008300
008400*RESUMEN POR TRAMO DE VENCIMIENTO: 1 VENCIDO, 2 HASTA 3 DIAS,
008500*3 HASTA 7 DIAS, 4 MAS DE 7 DIAS.
008600 01  VTA-TOTALES-TRAMO.
008700     05  VTA-TRM-ENTRADA OCCURS 4 TIMES.
008800         10  VTA-TRM-CANT            PIC 9(07) COMP.
008900         10  VTA-TRM-IMPORTE         PIC 9(11)V9(02).
009000 01  VTA-TRM-NDX                     PIC 9(01).
009100
009200 01  VTA-DESC-TRAMOS.
009300     05  FILLER                      PIC X(16)
009400         VALUE "VENCIDOS        ".
009500     05  FILLER                      PIC X(16)
009600         VALUE "VENCEN EN 0-3 D.".
009700     05  FILLER                      PIC X(16)
009800         VALUE "VENCEN EN 4-7 D.".
009900     05  FILLER                      PIC X(16)
010000         VALUE "VENCEN EN +7 D. ".
010100 01  VTA-DESC-TRAMOS-R REDEFINES VTA-DESC-TRAMOS.
010200     05  VTA-DESC-TRAMO              PIC X(16) OCCURS 4 TIMES.
010300
010400*LINEAS DE IMPRESION.
010500 01  VTA-LINEA-TITULO.
010600     05  FILLER                      PIC X(40)
010700         VALUE "CASOS DE CONTRACARGO PENDIENTES AL    : ".
010800     05  VTA-LT-FECHA                PIC 9(08).
010900
011000 01  VTA-LINEA-ENCABEZADO.
011100     05  FILLER                      PIC X(45)
011200         VALUE "FECHA    TERM  AUTORI MP        IMPORTE E ALT".
011300     05  FILLER                      PIC X(45)
011400         VALUE "A      DIAS LIMITE   RESTA  OBSERVACION".
011500
011600 01  VTA-LINEA-CASO.
011700     05  VTA-LC-FECHA                PIC 9(08).
011800     05  FILLER                      PIC X(01) VALUE SPACE.
011900     05  VTA-LC-TERMINAL             PIC X(05).
012000     05  FILLER                      PIC X(01) VALUE SPACE.
012100     05  VTA-LC-AUTORIZ              PIC X(06).
012200     05  FILLER                      PIC X(01) VALUE SPACE.
012300     05  VTA-LC-MEDIO                PIC X(02).
012400     05  FILLER                      PIC X(01) VALUE SPACE.
012500     05  VTA-LC-IMPORTE              PIC ZZZ,ZZZ,ZZ9.99.
012600     05  FILLER                      PIC X(01) VALUE SPACE.
012700     05  VTA-LC-ESTADO               PIC X(01).
012800     05  FILLER                      PIC X(01) VALUE SPACE.
012900     05  VTA-LC-ALTA                 PIC 9(08).
013000     05  FILLER                      PIC X(01) VALUE SPACE.
013100     05  VTA-LC-DIAS-ABIERTO         PIC -ZZZ9.
013200     05  FILLER                      PIC X(01) VALUE SPACE.
013300     05  VTA-LC-LIMITE               PIC 9(08).
013400     05  FILLER                      PIC X(01) VALUE SPACE.
013500     05  VTA-LC-DIAS-RESTAN          PIC -ZZZ9.
013600     05  FILLER                      PIC X(02) VALUE SPACES.
013700     05  VTA-LC-OBSERVACION          PIC X(26).
013800
013900 01  VTA-LINEA-TRAMO.
014000     05  VTA-LR-TRAMO                PIC X(16).
014100     05  FILLER                      PIC X(11)
014200         VALUE "  CANTIDAD:".
014300     05  VTA-LR-CANT                 PIC ZZZ,ZZ9.
014400     05  FILLER                      PIC X(11)
014500         VALUE "  IMPORTE: ".
014600     05  VTA-LR-IMPORTE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
014700
014800 01  VTA-LINEA-CANTIDAD.
014900     05  VTA-LQ-CONCEPTO             PIC X(28).
015000     05  VTA-LQ-VALOR                PIC ZZZ,ZZ9.
015100
015200 01  VTA-LINEA-VACIO.
015300     05  FILLER                      PIC X(40)
015400         VALUE "SIN CASOS DE CONTRACARGO PENDIENTES".
015500
015600 PROCEDURE DIVISION.
015700
015800 0000-MAINLINE.
015900
016000     MOVE "VTA7500" TO VTA-RLP-PROGRAMA.
016100     SET VTA-RLP-INICIO TO TRUE.
016200     CALL "VTARUNLG" USING VTA-RUNLOG-PARMS.
016300
016400     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
016500
016600     PERFORM 2000-EVALUAR-CASO THRU 2000-EXIT
016700         UNTIL VTA-FIN-CASOS.
016800
016900     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
017000
017100     SET VTA-RLP-FIN TO TRUE.
017200     MOVE VTA-FECHA-PROCESO TO VTA-RLP-FECHA-NEG.
017300     MOVE VTA-CANT-LEIDOS TO VTA-RLP-REG-ENTRADA.
017400     MOVE VTA-CANT-PENDIENTES TO VTA-RLP-REG-SALIDA.
017500     MOVE RETURN-CODE TO VTA-RLP-RC.
017600     CALL "VTARUNLG" USING VTA-RUNLOG-PARMS.
017700
017800     STOP RUN.
017900
018000 1000-INICIALIZAR.
018100
018200     PERFORM 1300-OBTENER-FECHA-NEGOCIO THRU 1300-EXIT.
018300
018400     OPEN INPUT CASO-CCARGO-FILE.
018500     IF NOT VTA-CCS-OK
018600         DISPLAY "VTA7500 - NO SE PUDO ABRIR LOS CASOS DE "
018700                 "CONTRACARGO (CONTRCAS). ESTADO: " VTA-CCS-STATUS
018800         MOVE 8 TO RETURN-CODE
018900         STOP RUN
019000     END-IF.
019100
019200     OPEN OUTPUT CCARGO-REPORT-FILE.
019300
019400     MOVE VTA-FECHA-PROCESO TO VTA-LT-FECHA.
019500     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TITULO.
019600     WRITE VTA-REPORT-LINE FROM VTA-LINEA-ENCABEZADO.
019700
019800     INITIALIZE VTA-TOTALES-TRAMO.
019900
020000     PERFORM 1100-LEER-CASO THRU 1100-EXIT.
020100
020200 1000-EXIT.
020300     EXIT.
020400
020500 1100-LEER-CASO.
020600
020700     READ CASO-CCARGO-FILE
020800         AT END
020900             SET VTA-FIN-CASOS TO TRUE
021000             GO TO 1100-EXIT
021100     END-READ.
021200
021300     ADD 1 TO VTA-CANT-LEIDOS.
021400
021500 1100-EXIT.
021600     EXIT.
021700
021800******************************************************************
021900*1300-OBTENER-FECHA-NEGOCIO: LEE LA FECHA DE NEGOCIO DEL
022000*PARAMETRO FECHAPRM (EL MISMO DEL RESTO DE LA CADENA), CONTRA LA
022100*QUE SE CUENTAN LOS DIAS DE CADA CASO. SIN PARAMETRO SE USA LA
022200*FECHA DEL SISTEMA, CON AVISO.
022300******************************************************************
022400 1300-OBTENER-FECHA-NEGOCIO.
022500
022600     MOVE ZERO TO VTA-FECHA-PROCESO.
022700
022800     OPEN INPUT FECHA-PARM-FILE.
022900     IF VTA-FPRM-OK
023000         READ FECHA-PARM-FILE
023100             AT END
023200                 CONTINUE
023300         END-READ
023400         IF VTA-FPRM-OK AND VTA-FPRM-FECHA > 0
023500             MOVE VTA-FPRM-FECHA TO VTA-FECHA-PROCESO
023600         END-IF
023700         CLOSE FECHA-PARM-FILE
023800     END-IF.
023900
024000     IF VTA-FECHA-PROCESO = ZERO
024100         ACCEPT VTA-FECHA-PROCESO FROM DATE YYYYMMDD
024200         DISPLAY "VTA7500 - AVISO: SIN FECHA DE NEGOCIO "
024300                 "(FECHAPRM). SE USA LA FECHA DEL SISTEMA."
024400     END-IF.
024500
024600 1300-EXIT.
024700     EXIT.
024800
024900******************************************************************
025000*2000-EVALUAR-CASO: UN CASO RESUELTO (GANADO O PERDIDO) NO SE
025100*INFORMA. EL PENDIENTE SE IMPRIME CON SUS DIAS Y SE SUMA AL TRAMO
025200*QUE LE CORRESPONDE POR LOS DIAS QUE FALTAN PARA SU FECHA LIMITE.
025300******************************************************************
025400 2000-EVALUAR-CASO.
025500
025600     IF VTA-CCS-PENDIENTE
025700         PERFORM 2100-INFORMAR-CASO THRU 2100-EXIT
025800     END-IF.
025850
025860     PERFORM 1100-LEER-CASO THRU 1100-EXIT.
025870
025880 2000-EXIT.
025890     EXIT.
025895
025896 2100-INFORMAR-CASO.
025900
026000     ADD 1               TO VTA-CANT-PENDIENTES.
026100     ADD VTA-CCS-IMPORTE TO VTA-TOT-PENDIENTE.
026200
026300     SET VTA-FCH-DIFERENCIA TO TRUE.
026400     MOVE VTA-CCS-FECHA-ALTA TO VTA-FCH-FECHA-1.
026500     MOVE VTA-FECHA-PROCESO  TO VTA-FCH-FECHA-2.
026600     CALL "VTAFECHA" USING VTA-FECHA-PARMS.
026700     IF VTA-FCH-OK
026800         MOVE VTA-FCH-DIAS TO VTA-DIAS-ABIERTO
026900     ELSE
027000         MOVE ZERO         TO VTA-DIAS-ABIERTO
027100     END-IF.
027200
027300     SET VTA-FCH-DIFERENCIA TO TRUE.
027400     MOVE VTA-FECHA-PROCESO    TO VTA-FCH-FECHA-1.
027500     MOVE VTA-CCS-FECHA-LIMITE TO VTA-FCH-FECHA-2.
027600     CALL "VTAFECHA" USING VTA-FECHA-PARMS.
027700     IF VTA-FCH-OK
027800         MOVE VTA-FCH-DIAS TO VTA-DIAS-RESTAN
027900     ELSE
028000         MOVE ZERO         TO VTA-DIAS-RESTAN
028100     END-IF.
028200
028300     EVALUATE TRUE
028400         WHEN VTA-DIAS-RESTAN < ZERO
028500             MOVE 1 TO VTA-TRM-NDX
028600         WHEN VTA-DIAS-RESTAN <= 3
028700             MOVE 2 TO VTA-TRM-NDX
028800         WHEN VTA-DIAS-RESTAN <= 7
028900             MOVE 3 TO VTA-TRM-NDX
029000         WHEN OTHER
029100             MOVE 4 TO VTA-TRM-NDX
029200     END-EVALUATE.
029300
029400     ADD 1               TO VTA-TRM-CANT (VTA-TRM-NDX).
029500     ADD VTA-CCS-IMPORTE TO VTA-TRM-IMPORTE (VTA-TRM-NDX).
029600
029700     MOVE SPACES TO VTA-LC-OBSERVACION.
029800     IF VTA-CCS-AUD-TRANS-FECHA = ZERO
029900         MOVE "SIN TICKET" TO VTA-LC-OBSERVACION
030000     END-IF.
030100     IF VTA-DIAS-RESTAN < ZERO AND VTA-CCS-ABIERTO
030200         ADD 1 TO VTA-CANT-SIN-DOCUM
030300         MOVE "VENCIDO SIN DOCUMENTACION" TO VTA-LC-OBSERVACION
030400     END-IF.
030500
030600     MOVE VTA-CCS-FECHA-VENTA  TO VTA-LC-FECHA.
030700     MOVE VTA-CCS-TERMINAL-ID  TO VTA-LC-TERMINAL.
030800     MOVE VTA-CCS-AUTORIZ-TARJ TO VTA-LC-AUTORIZ.
030900     MOVE VTA-CCS-MEDIO-PAGO   TO VTA-LC-MEDIO.
031000     MOVE VTA-CCS-IMPORTE      TO VTA-LC-IMPORTE.
031100     MOVE VTA-CCS-ESTADO       TO VTA-LC-ESTADO.
031200     MOVE VTA-CCS-FECHA-ALTA   TO VTA-LC-ALTA.
031300     MOVE VTA-DIAS-ABIERTO     TO VTA-LC-DIAS-ABIERTO.
031400     MOVE VTA-CCS-FECHA-LIMITE TO VTA-LC-LIMITE.
031500     MOVE VTA-DIAS-RESTAN      TO VTA-LC-DIAS-RESTAN.
031600     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CASO.
031700
031800 2100-EXIT.
032200     EXIT.
032400
032500 3000-IMPRIMIR-TRAMO.
032600
032700     MOVE VTA-DESC-TRAMO (VTA-TRM-NDX)  TO VTA-LR-TRAMO.
032800     MOVE VTA-TRM-CANT (VTA-TRM-NDX)    TO VTA-LR-CANT.
032900     MOVE VTA-TRM-IMPORTE (VTA-TRM-NDX) TO VTA-LR-IMPORTE.
033000     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TRAMO.
033100
033200 3000-EXIT.
033300     EXIT.
033400
033500 9000-FINALIZAR.
033600
033700     CLOSE CASO-CCARGO-FILE.
033800
033900     MOVE SPACES TO VTA-REPORT-LINE.
034000     WRITE VTA-REPORT-LINE.
034100
034200     IF VTA-CANT-PENDIENTES = ZERO
034300         WRITE VTA-REPORT-LINE FROM VTA-LINEA-VACIO
034400     ELSE
034500         PERFORM 3000-IMPRIMIR-TRAMO THRU 3000-EXIT
034600             VARYING VTA-TRM-NDX FROM 1 BY 1
034700             UNTIL VTA-TRM-NDX > 4
034720         MOVE "TOTAL PENDIENTE"   TO VTA-LR-TRAMO
034740         MOVE VTA-CANT-PENDIENTES TO VTA-LR-CANT
034760         MOVE VTA-TOT-PENDIENTE   TO VTA-LR-IMPORTE
034780         WRITE VTA-REPORT-LINE FROM VTA-LINEA-TRAMO
034800     END-IF.
034900
035400     MOVE "VENCIDOS SIN DOCUMENTACION: " TO VTA-LQ-CONCEPTO.
035500     MOVE VTA-CANT-SIN-DOCUM TO VTA-LQ-VALOR.
035600     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
035700
035800     CLOSE CCARGO-REPORT-FILE.
035900
036000     IF VTA-CANT-SIN-DOCUM > ZERO
036100         DISPLAY "VTA7500 - AVISO: CASOS DE CONTRACARGO VENCIDOS "
036200                 "SIN DOCUMENTACION: " VTA-CANT-SIN-DOCUM
036300     END-IF.
036400
036500 9000-EXIT.
036600     EXIT.
036700
036800 END PROGRAM VTA7500.

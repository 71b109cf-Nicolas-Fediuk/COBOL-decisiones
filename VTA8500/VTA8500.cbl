000100******************************************************************
000200*IMAGEN DE RESPALDO DE LOS MAESTROS. LA CADENA NOCTURNA ACTUALIZA
000300*EN EL LUGAR (REWRITE SOBRE LOS VSAM KSDS) EL STOCK DE LA EMPRESA
000400*Y DE LAS SUCURSALES, LOS SALDOS DE CUENTA CORRIENTE, DE PUNTOS Y
000500*DE GIFT CARDS Y EL LOG DE AUDITORIA, Y HASTA AHORA NADA LOS
000600*RESPALDABA ANTES DE EMPEZAR: UN ABEND A MITAD DE UN REWRITE O UN
000700*PASO CORRIDO DOS VECES DEJABA UN MAESTRO SIN FORMA DE VOLVER
000800*ATRAS. ESTE PROGRAMA ES EL PRIMER PASO DEL PROCESO NOCTURNO:
000900*COPIA EN UNA NUEVA GENERACION DE LA IMAGEN (IMAGEN-FILE,
001000*IMAGMAES, LAYOUT VTAIMAG), FECHADA CON LA FECHA DE NEGOCIO, LOS
001100*SIETE MAESTROS CLIENTEM, PRODUCTM, STOCKSUC, CTASALDO, PTOSALDO,
001200*GIFTCARD Y AUDITLOG, CADA UNO CERRADO CON SU REGISTRO DE CONTROL
001300*(CANTIDAD Y TOTAL DE CONTROL) Y CON LA POSICION DEL DIARIO QUE
001400*EXPLICA SUS CAMBIOS POSTERIORES (KARDEX, CTAMOVS, PTOSMOV). DE LA
001500*IMAGEN MAS ESOS DIARIOS LA RECUPERACION (VTA8600, JOB VTAR010)
001600*RECONSTRUYE UN MAESTRO DANADO. SI ALGUN MAESTRO NO SE PUEDE LEER
001700*COMPLETO LA IMAGEN NO SIRVE: RC=8 Y LA CADENA NO ACTUALIZA NADA
001800*ESA NOCHE. LISTA EN IMAGRPT LOS TOTALES DE CONTROL DE CADA
001900*MAESTRO.
002000******************************************************************
002100*MODIFICACIONES:
002200*2026-10-15 NF  PROGRAMA ORIGINAL.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. VTA8500.
002600 AUTHOR. N. FEDIUK.
002700 INSTALLATION. PERFUMERIA - SISTEMAS.
002800 DATE-WRITTEN. 2026-10-15.
002900 DATE-COMPILED. 2026-10-15.
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIENTEM"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS VTA-CLI-ID
003800         FILE STATUS IS VTA-CLIMTR-STATUS.
003900
004000     SELECT PRODUCTO-MASTER-FILE ASSIGN TO "PRODUCTM"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS VTA-PROD-CODIGO
004400         FILE STATUS IS VTA-PRODMTR-STATUS.
004500
004600     SELECT STOCK-SUC-FILE ASSIGN TO "STOCKSUC"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS VTA-STK-CLAVE
005000         FILE STATUS IS VTA-STKSUC-STATUS.
005100
005200     SELECT CTA-SALDO-FILE ASSIGN TO "CTASALDO"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS VTA-CTA-CLIENTE-ID
005600         FILE STATUS IS VTA-SALDO-STATUS.
005700
005800     SELECT PUNTOS-SALDO-FILE ASSIGN TO "PTOSALDO"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS SEQUENTIAL
006100         RECORD KEY IS VTA-PTS-CLIENTE-ID
006200         FILE STATUS IS VTA-PTOS-STATUS.
006300
006400     SELECT GIFT-CARD-FILE ASSIGN TO "GIFTCARD"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS SEQUENTIAL
006700         RECORD KEY IS VTA-GFT-NUMERO
006800         FILE STATUS IS VTA-GIFT-STATUS.
006900
007000     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS SEQUENTIAL
007300         RECORD KEY IS VTA-AUD-KEY
007400         FILE STATUS IS VTA-AUDIT-STATUS.
007500
007600     SELECT OPTIONAL KARDEX-FILE ASSIGN TO "KARDEX"
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS VTA-KARDEX-STATUS.
007900
008000     SELECT OPTIONAL CTA-MOV-FILE ASSIGN TO "CTAMOVS"
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS VTA-MOV-STATUS.
008300
008400     SELECT OPTIONAL PUNTOS-MOV-FILE ASSIGN TO "PTOSMOV"
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS VTA-PTMOV-STATUS.
008700
008800     SELECT OPTIONAL FECHA-PARM-FILE ASSIGN TO "FECHAPRM"
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS VTA-FPRM-STATUS.
009100
009200     SELECT IMAGEN-FILE ASSIGN TO "IMAGMAES"
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS VTA-IMAGEN-STATUS.
009500
009600     SELECT IMAGEN-REPORT-FILE ASSIGN TO "IMAGRPT"
009700         ORGANIZATION IS LINE SEQUENTIAL
009800         FILE STATUS IS VTA-REPORT-STATUS.
009900
010000 DATA DIVISION.
010100 FILE SECTION.
010200 FD  CLIENTE-MASTER-FILE
010300     RECORDING MODE IS F.
010400     COPY VTACLTE.
010500
010600 FD  PRODUCTO-MASTER-FILE
010700     RECORDING MODE IS F.
010800     COPY VTAPROD.
010900
011000 FD  STOCK-SUC-FILE
011100     RECORDING MODE IS F.
011200     COPY VTASTKS.
011300
011400 FD  CTA-SALDO-FILE
011500     RECORDING MODE IS F.
011600     COPY VTACTAC.
011700
011800 FD  PUNTOS-SALDO-FILE
011900     RECORDING MODE IS F.
012000     COPY VTAPTOS.
012100
012200 FD  GIFT-CARD-FILE
012300     RECORDING MODE IS F.
012400     COPY VTAGIFT.
012500
012600 FD  AUDIT-LOG-FILE
012700     RECORDING MODE IS F.
012800     COPY VTAAUDIT.
012900
013000 FD  KARDEX-FILE
013100     RECORDING MODE IS F.
013200     COPY VTAKDX.
013300
013400 FD  CTA-MOV-FILE
013500     RECORDING MODE IS F.
013600     COPY VTACTMV.
013700
013800 FD  PUNTOS-MOV-FILE
013900     RECORDING MODE IS F.
014000     COPY VTAPTMV.
014100
014200 FD  FECHA-PARM-FILE
014300     RECORDING MODE IS F.
014400 01  VTA-FECHA-PARM-RECORD.
014500     05  VTA-FPRM-FECHA              PIC 9(08).
014600     05  FILLER                      PIC X(72).
014700
014800 FD  IMAGEN-FILE
014900     RECORDING MODE IS F.
015000     COPY VTAIMAG.
015100
015200 FD  IMAGEN-REPORT-FILE.
015300 01  VTA-REPORT-LINE                 PIC X(80).
015400
015500 WORKING-STORAGE SECTION.
015600
015700 COPY VTARLGP.
015800
015900 01  VTA-CLIMTR-STATUS               PIC X(02).
016000     88  VTA-CLIMTR-OK               VALUE "00".
016100
016200 01  VTA-PRODMTR-STATUS              PIC X(02).
016300     88  VTA-PRODMTR-OK              VALUE "00".
016400
016500 01  VTA-STKSUC-STATUS               PIC X(02).
016600     88  VTA-STKSUC-OK               VALUE "00".
016700
016800 01  VTA-SALDO-STATUS                PIC X(02).
016900     88  VTA-SALDO-OK                VALUE "00".
017000
017100 01  VTA-PTOS-STATUS                 PIC X(02).
017200     88  VTA-PTOS-OK                 VALUE "00".
017300
017400 01  VTA-GIFT-STATUS                 PIC X(02).
017500     88  VTA-GIFT-OK                 VALUE "00".
017600
017700 01  VTA-AUDIT-STATUS                PIC X(02).
017800     88  VTA-AUDIT-OK                VALUE "00".
017900
018000 01  VTA-KARDEX-STATUS               PIC X(02).
018100     88  VTA-KARDEX-OK               VALUE "00".
018200
018300 01  VTA-MOV-STATUS                  PIC X(02).
018400     88  VTA-MOV-OK                  VALUE "00".
018500
018600 01  VTA-PTMOV-STATUS                PIC X(02).
018700     88  VTA-PTMOV-OK                VALUE "00".
018800
018900 01  VTA-FPRM-STATUS                 PIC X(02).
019000     88  VTA-FPRM-OK                 VALUE "00".
019100
019200 01  VTA-IMAGEN-STATUS               PIC X(02).
019300     88  VTA-IMAGEN-OK               VALUE "00".
019400
019500 01  VTA-REPORT-STATUS               PIC X(02).
019600     88  VTA-REPORT-OK               VALUE "00".
019700
019800 01  VTA-SWITCHES.
019900     05  VTA-SW-FIN-MAESTRO          PIC X(01) VALUE "N".
020000         88  VTA-FIN-MAESTRO         VALUE "S".
020100     05  VTA-SW-FIN-DIARIO           PIC X(01) VALUE "N".
020200         88  VTA-FIN-DIARIO          VALUE "S".
020300     05  VTA-SW-IMAGEN-ERROR         PIC X(01) VALUE "N".
020400         88  VTA-IMAGEN-ERROR        VALUE "S".
020500
020600 01  VTA-FECHA-NEGOCIO               PIC 9(08) VALUE ZERO.
020700 01  VTA-HORA-IMAGEN                 PIC 9(08) VALUE ZERO.
020800
020900*MAESTRO EN CURSO: NOMBRE, DIARIO QUE LO EXPLICA Y ACUMULADORES
021000*DEL REGISTRO DE CONTROL.
021100 01  VTA-MAESTRO-ACTUAL.
021200     05  VTA-MAE-NOMBRE              PIC X(08).
021300     05  VTA-MAE-STATUS              PIC X(02).
021400     05  VTA-MAE-DIARIO              PIC X(08).
021500     05  VTA-MAE-POS-DIARIO          PIC 9(09).
021600     05  VTA-MAE-CANT-REG            PIC 9(09) COMP.
021700     05  VTA-MAE-TOTAL               PIC S9(13)V9(02).
021800
021900*CANTIDAD DE REGISTROS DE CADA DIARIO AL TOMAR LA IMAGEN.
022000 01  VTA-POSICIONES-DIARIO.
022100     05  VTA-POS-KARDEX              PIC 9(09) COMP VALUE ZERO.
022200     05  VTA-POS-CTAMOVS             PIC 9(09) COMP VALUE ZERO.
022300     05  VTA-POS-PTOSMOV             PIC 9(09) COMP VALUE ZERO.
022400
022500 01  VTA-CONTADORES.
022600     05  VTA-CANT-LEIDOS             PIC 9(09) COMP VALUE ZERO.
022700     05  VTA-CANT-GRABADOS           PIC 9(09) COMP VALUE ZERO.
022800
022900*LINEAS DE IMPRESION.
023000 01  VTA-LINEA-TITULO.
023100     05  FILLER                      PIC X(36)
023200         VALUE "IMAGEN DE MAESTROS - FECHA NEGOCIO:".
023300     05  VTA-LT-FECHA                PIC 9(08).
023400     05  FILLER                      PIC X(07) VALUE " HORA: ".
023500     05  VTA-LT-HORA                 PIC 9(08).
023600
023700 01  VTA-LINEA-ENCABEZADO.
023800     05  FILLER                      PIC X(40)
023900         VALUE "MAESTRO     REGISTROS     TOTAL CONTROL".
024000     05  FILLER                      PIC X(28)
024100         VALUE "       DIARIO      POSICION".
024200
024300 01  VTA-LINEA-MAESTRO.
024400     05  VTA-LM-MAESTRO              PIC X(08).
024500     05  FILLER                      PIC X(02) VALUE SPACES.
024600     05  VTA-LM-CANT                 PIC ZZZ,ZZZ,ZZ9.
024700     05  FILLER                      PIC X(02) VALUE SPACES.
024800     05  VTA-LM-TOTAL                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
024900     05  FILLER                      PIC X(02) VALUE SPACES.
025000     05  VTA-LM-DIARIO               PIC X(08).
025100     05  FILLER                      PIC X(02) VALUE SPACES.
025200     05  VTA-LM-POSICION             PIC ZZZ,ZZZ,ZZ9.
025300
025400 PROCEDURE DIVISION.
025500
025600 0000-MAINLINE.
025700
025800     MOVE "VTA8500" TO VTA-RLP-PROGRAMA.
025900     SET VTA-RLP-INICIO TO TRUE.
026000     CALL "VTARUNLG" USING VTA-RUNLOG-PARMS.
026100
026200     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
026300
026400     PERFORM 2000-IMAGEN-CLIENTES THRU 2000-EXIT.
026500     PERFORM 2100-IMAGEN-PRODUCTOS THRU 2100-EXIT.
026600     PERFORM 2200-IMAGEN-STOCK-SUC THRU 2200-EXIT.
026700     PERFORM 2300-IMAGEN-CTA-SALDO THRU 2300-EXIT.
026800     PERFORM 2400-IMAGEN-PTOS-SALDO THRU 2400-EXIT.
026900     PERFORM 2500-IMAGEN-GIFT-CARD THRU 2500-EXIT.
027000     PERFORM 2600-IMAGEN-AUDIT-LOG THRU 2600-EXIT.
027100
027200     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
027300
027400     SET VTA-RLP-FIN TO TRUE.
027500     MOVE VTA-FECHA-NEGOCIO TO VTA-RLP-FECHA-NEG.
027600     MOVE VTA-CANT-LEIDOS TO VTA-RLP-REG-ENTRADA.
027700     MOVE VTA-CANT-GRABADOS TO VTA-RLP-REG-SALIDA.
027800     MOVE RETURN-CODE TO VTA-RLP-RC.
027900     CALL "VTARUNLG" USING VTA-RUNLOG-PARMS.
028000
028100     STOP RUN.
028200
028300 1000-INICIALIZAR.
028400
028500     PERFORM 1300-OBTENER-FECHA-NEGOCIO THRU 1300-EXIT.
028600     ACCEPT VTA-HORA-IMAGEN FROM TIME.
028700
028800     OPEN OUTPUT IMAGEN-FILE.
028900     OPEN OUTPUT IMAGEN-REPORT-FILE.
029000
029100     IF NOT VTA-IMAGEN-OK
029200         DISPLAY "VTA8500 - NO SE PUDO ABRIR LA IMAGEN "
029300                 "(IMAGMAES). STATUS: " VTA-IMAGEN-STATUS
029400         MOVE 8 TO RETURN-CODE
029500         STOP RUN
029600     END-IF.
029700
029800     MOVE VTA-FECHA-NEGOCIO TO VTA-LT-FECHA.
029900     MOVE VTA-HORA-IMAGEN   TO VTA-LT-HORA.
030000     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TITULO.
030100     MOVE SPACES TO VTA-REPORT-LINE.
030200     WRITE VTA-REPORT-LINE.
030300     WRITE VTA-REPORT-LINE FROM VTA-LINEA-ENCABEZADO.
030400
030500     PERFORM 1400-CONTAR-DIARIOS THRU 1400-EXIT.
030600
030700 1000-EXIT.
030800     EXIT.
030900
031000 1300-OBTENER-FECHA-NEGOCIO.
031100
031200     MOVE ZERO TO VTA-FECHA-NEGOCIO.
031300
031400     OPEN INPUT FECHA-PARM-FILE.
031500     IF VTA-FPRM-OK
031600         READ FECHA-PARM-FILE
031700             AT END
031800                 CONTINUE
031900         END-READ
032000         IF VTA-FPRM-OK AND VTA-FPRM-FECHA > 0
032100             MOVE VTA-FPRM-FECHA TO VTA-FECHA-NEGOCIO
032200         END-IF
032300         CLOSE FECHA-PARM-FILE
032400     END-IF.
032500
032600     IF VTA-FECHA-NEGOCIO = ZERO
032700         ACCEPT VTA-FECHA-NEGOCIO FROM DATE YYYYMMDD
032800         DISPLAY "VTA8500 - AVISO: SIN FECHA DE NEGOCIO "
032900                 "(FECHAPRM). SE USA LA FECHA DEL SISTEMA."
033000     END-IF.
033100
033200 1300-EXIT.
033300     EXIT.
033400
033500******************************************************************
033600*1400-CONTAR-DIARIOS: LOS DIARIOS CRECEN SIEMPRE AL FINAL (OPEN
033700*EXTEND), ASI QUE LA CANTIDAD DE REGISTROS QUE TIENEN AHORA MARCA
033800*DONDE EMPIEZAN LOS MOVIMIENTOS POSTERIORES A ESTA IMAGEN. UN
033900*DIARIO QUE TODAVIA NO EXISTE QUEDA EN CERO.
034000******************************************************************
034100 1400-CONTAR-DIARIOS.
034200
034300     OPEN INPUT KARDEX-FILE.
034400     IF VTA-KARDEX-OK
034500         MOVE "N" TO VTA-SW-FIN-DIARIO
034600         PERFORM 1410-CONTAR-KARDEX THRU 1410-EXIT
034700             UNTIL VTA-FIN-DIARIO
034800         CLOSE KARDEX-FILE
034900     END-IF.
035000
035100     OPEN INPUT CTA-MOV-FILE.
035200     IF VTA-MOV-OK
035300         MOVE "N" TO VTA-SW-FIN-DIARIO
035400         PERFORM 1420-CONTAR-CTAMOVS THRU 1420-EXIT
035500             UNTIL VTA-FIN-DIARIO
035600         CLOSE CTA-MOV-FILE
035700     END-IF.
035800
035900     OPEN INPUT PUNTOS-MOV-FILE.
036000     IF VTA-PTMOV-OK
036100         MOVE "N" TO VTA-SW-FIN-DIARIO
036200         PERFORM 1430-CONTAR-PTOSMOV THRU 1430-EXIT
036300             UNTIL VTA-FIN-DIARIO
036400         CLOSE PUNTOS-MOV-FILE
036500     END-IF.
036600
036700 1400-EXIT.
036800     EXIT.
036900
037000 1410-CONTAR-KARDEX.
037100
037200     READ KARDEX-FILE
037300         AT END
037400             SET VTA-FIN-DIARIO TO TRUE
037500             GO TO 1410-EXIT
037600     END-READ.
037700
037800     ADD 1 TO VTA-POS-KARDEX.
037900
038000 1410-EXIT.
038100     EXIT.
038200
038300 1420-CONTAR-CTAMOVS.
038400
038500     READ CTA-MOV-FILE
038600         AT END
038700             SET VTA-FIN-DIARIO TO TRUE
038800             GO TO 1420-EXIT
038900     END-READ.
039000
039100     ADD 1 TO VTA-POS-CTAMOVS.
039200
039300 1420-EXIT.
039400     EXIT.
039500
039600 1430-CONTAR-PTOSMOV.
039700
039800     READ PUNTOS-MOV-FILE
039900         AT END
040000             SET VTA-FIN-DIARIO TO TRUE
040100             GO TO 1430-EXIT
040200     END-READ.
040300
040400     ADD 1 TO VTA-POS-PTOSMOV.
040500
040600 1430-EXIT.
040700     EXIT.
040800
040900******************************************************************
041000*2000-IMAGEN-CLIENTES A 2600-IMAGEN-AUDIT-LOG: CADA MAESTRO SE
041100*LEE COMPLETO EN ORDEN DE CLAVE Y CADA REGISTRO PASA A LA IMAGEN
041200*TAL CUAL, SUMANDO SU CAMPO DE CONTROL. AL TERMINAR SE GRABA EL
041300*REGISTRO DE CONTROL DEL MAESTRO (7200-GRABAR-CONTROL). UN MAESTRO
041400*QUE NO ABRE O NO SE LEE HASTA EL FINAL MARCA LA IMAGEN COMO NO
041500*VALIDA (7900-ERROR-MAESTRO).
041600******************************************************************
041700 2000-IMAGEN-CLIENTES.
041800
041900     MOVE "CLIENTEM" TO VTA-MAE-NOMBRE.
042000     MOVE SPACES     TO VTA-MAE-DIARIO.
042100     MOVE ZERO       TO VTA-MAE-POS-DIARIO.
042200     PERFORM 7000-INICIAR-MAESTRO THRU 7000-EXIT.
042300
042400     OPEN INPUT CLIENTE-MASTER-FILE.
042500     IF NOT VTA-CLIMTR-OK
042600         MOVE VTA-CLIMTR-STATUS TO VTA-MAE-STATUS
042700         PERFORM 7900-ERROR-MAESTRO THRU 7900-EXIT
042800         GO TO 2000-EXIT
042900     END-IF.
043000
043100     PERFORM 2010-COPIAR-CLIENTE THRU 2010-EXIT
043200         UNTIL VTA-FIN-MAESTRO.
043300
043400     CLOSE CLIENTE-MASTER-FILE.
043500     PERFORM 7200-GRABAR-CONTROL THRU 7200-EXIT.
043600
043700 2000-EXIT.
043800     EXIT.
043900
044000 2010-COPIAR-CLIENTE.
044100
044200     READ CLIENTE-MASTER-FILE
044300         AT END
044400             SET VTA-FIN-MAESTRO TO TRUE
044500             GO TO 2010-EXIT
044600     END-READ.
044700
044800     IF NOT VTA-CLIMTR-OK
044900         MOVE VTA-CLIMTR-STATUS TO VTA-MAE-STATUS
045000         PERFORM 7900-ERROR-MAESTRO THRU 7900-EXIT
045100         GO TO 2010-EXIT
045200     END-IF.
045300
045400     MOVE VTA-CLIENTE-RECORD TO VTA-IMG-DATOS.
045500     ADD VTA-CLI-LIMITE-CREDITO TO VTA-MAE-TOTAL.
045600     PERFORM 7100-GRABAR-REGISTRO THRU 7100-EXIT.
045700
045800 2010-EXIT.
045900     EXIT.
046000
046100 2100-IMAGEN-PRODUCTOS.
046200
046300     MOVE "PRODUCTM" TO VTA-MAE-NOMBRE.
046400     MOVE "KARDEX"   TO VTA-MAE-DIARIO.
046500     MOVE VTA-POS-KARDEX TO VTA-MAE-POS-DIARIO.
046600     PERFORM 7000-INICIAR-MAESTRO THRU 7000-EXIT.
046700
046800     OPEN INPUT PRODUCTO-MASTER-FILE.
046900     IF NOT VTA-PRODMTR-OK
047000         MOVE VTA-PRODMTR-STATUS TO VTA-MAE-STATUS
047100         PERFORM 7900-ERROR-MAESTRO THRU 7900-EXIT
047200         GO TO 2100-EXIT
047300     END-IF.
047400
047500     PERFORM 2110-COPIAR-PRODUCTO THRU 2110-EXIT
047600         UNTIL VTA-FIN-MAESTRO.
047700
047800     CLOSE PRODUCTO-MASTER-FILE.
047900     PERFORM 7200-GRABAR-CONTROL THRU 7200-EXIT.
048000
048100 2100-EXIT.
048200     EXIT.
048300
048400 2110-COPIAR-PRODUCTO.
048500
048600     READ PRODUCTO-MASTER-FILE
048700         AT END
048800             SET VTA-FIN-MAESTRO TO TRUE
048900             GO TO 2110-EXIT
049000     END-READ.
049100
049200     IF NOT VTA-PRODMTR-OK
049300         MOVE VTA-PRODMTR-STATUS TO VTA-MAE-STATUS
049400         PERFORM 7900-ERROR-MAESTRO THRU 7900-EXIT
049500         GO TO 2110-EXIT
049600     END-IF.
049700
049800     MOVE VTA-PRODUCTO-RECORD TO VTA-IMG-DATOS.
049900     ADD VTA-PROD-STOCK TO VTA-MAE-TOTAL.
050000     PERFORM 7100-GRABAR-REGISTRO THRU 7100-EXIT.
050100
050200 2110-EXIT.
050300     EXIT.
050400
050500 2200-IMAGEN-STOCK-SUC.
050600
050700     MOVE "STOCKSUC" TO VTA-MAE-NOMBRE.
050800     MOVE "KARDEX"   TO VTA-MAE-DIARIO.
050900     MOVE VTA-POS-KARDEX TO VTA-MAE-POS-DIARIO.
051000     PERFORM 7000-INICIAR-MAESTRO THRU 7000-EXIT.
051100
051200     OPEN INPUT STOCK-SUC-FILE.
051300     IF NOT VTA-STKSUC-OK
051400         MOVE VTA-STKSUC-STATUS TO VTA-MAE-STATUS
051500         PERFORM 7900-ERROR-MAESTRO THRU 7900-EXIT
051600         GO TO 2200-EXIT
051700     END-IF.
051800
051900     PERFORM 2210-COPIAR-STOCK-SUC THRU 2210-EXIT
052000         UNTIL VTA-FIN-MAESTRO.
052100
052200     CLOSE STOCK-SUC-FILE.
052300     PERFORM 7200-GRABAR-CONTROL THRU 7200-EXIT.
052400
052500 2200-EXIT.
052600     EXIT.
052700
052800 2210-COPIAR-STOCK-SUC.
052900
053000     READ STOCK-SUC-FILE
053100         AT END
053200             SET VTA-FIN-MAESTRO TO TRUE
053300             GO TO 2210-EXIT
053400     END-READ.
053500
053600     IF NOT VTA-STKSUC-OK
053700         MOVE VTA-STKSUC-STATUS TO VTA-MAE-STATUS
053800         PERFORM 7900-ERROR-MAESTRO THRU 7900-EXIT
053900         GO TO 2210-EXIT
054000     END-IF.
054100
054200     MOVE VTA-STOCK-SUC-RECORD TO VTA-IMG-DATOS.
054300     ADD VTA-STK-STOCK TO VTA-MAE-TOTAL.
054400     PERFORM 7100-GRABAR-REGISTRO THRU 7100-EXIT.
054500
054600 2210-EXIT.
054700     EXIT.
054800
054900 2300-IMAGEN-CTA-SALDO.
055000
055100     MOVE "CTASALDO" TO VTA-MAE-NOMBRE.
055200     MOVE "CTAMOVS"  TO VTA-MAE-DIARIO.
055300     MOVE VTA-POS-CTAMOVS TO VTA-MAE-POS-DIARIO.
055400     PERFORM 7000-INICIAR-MAESTRO THRU 7000-EXIT.
055500
055600     OPEN INPUT CTA-SALDO-FILE.
055700     IF NOT VTA-SALDO-OK
055800         MOVE VTA-SALDO-STATUS TO VTA-MAE-STATUS
055900         PERFORM 7900-ERROR-MAESTRO THRU 7900-EXIT
056000         GO TO 2300-EXIT
056100     END-IF.
056200
056300     PERFORM 2310-COPIAR-CTA-SALDO THRU 2310-EXIT
056400         UNTIL VTA-FIN-MAESTRO.
056500
056600     CLOSE CTA-SALDO-FILE.
056700     PERFORM 7200-GRABAR-CONTROL THRU 7200-EXIT.
056800
056900 2300-EXIT.
057000     EXIT.
057100
057200 2310-COPIAR-CTA-SALDO.
057300
057400     READ CTA-SALDO-FILE
057500         AT END
057600             SET VTA-FIN-MAESTRO TO TRUE
057700             GO TO 2310-EXIT
057800     END-READ.
057900
058000     IF NOT VTA-SALDO-OK
058100         MOVE VTA-SALDO-STATUS TO VTA-MAE-STATUS
058200         PERFORM 7900-ERROR-MAESTRO THRU 7900-EXIT
058300         GO TO 2310-EXIT
058400     END-IF.
058500
058600     MOVE VTA-CTA-SALDO-RECORD TO VTA-IMG-DATOS.
058700     ADD VTA-CTA-SALDO TO VTA-MAE-TOTAL.
058800     PERFORM 7100-GRABAR-REGISTRO THRU 7100-EXIT.
058900
059000 2310-EXIT.
059100     EXIT.
059200
059300 2400-IMAGEN-PTOS-SALDO.
059400
059500     MOVE "PTOSALDO" TO VTA-MAE-NOMBRE.
059600     MOVE "PTOSMOV"  TO VTA-MAE-DIARIO.
059700     MOVE VTA-POS-PTOSMOV TO VTA-MAE-POS-DIARIO.
059800     PERFORM 7000-INICIAR-MAESTRO THRU 7000-EXIT.
059900
060000     OPEN INPUT PUNTOS-SALDO-FILE.
060100     IF NOT VTA-PTOS-OK
060200         MOVE VTA-PTOS-STATUS TO VTA-MAE-STATUS
060300         PERFORM 7900-ERROR-MAESTRO THRU 7900-EXIT
060400         GO TO 2400-EXIT
060500     END-IF.
060600
060700     PERFORM 2410-COPIAR-PTOS-SALDO THRU 2410-EXIT
060800         UNTIL VTA-FIN-MAESTRO.
060900
061000     CLOSE PUNTOS-SALDO-FILE.
061100     PERFORM 7200-GRABAR-CONTROL THRU 7200-EXIT.
061200
061300 2400-EXIT.
061400     EXIT.
061500
061600 2410-COPIAR-PTOS-SALDO.
061700
061800     READ PUNTOS-SALDO-FILE
061900         AT END
062000             SET VTA-FIN-MAESTRO TO TRUE
062100             GO TO 2410-EXIT
062200     END-READ.
062300
062400     IF NOT VTA-PTOS-OK
062500         MOVE VTA-PTOS-STATUS TO VTA-MAE-STATUS
062600         PERFORM 7900-ERROR-MAESTRO THRU 7900-EXIT
062700         GO TO 2410-EXIT
062800     END-IF.
062900
063000     MOVE VTA-PTOS-SALDO-RECORD TO VTA-IMG-DATOS.
063100     ADD VTA-PTS-SALDO TO VTA-MAE-TOTAL.
063200     PERFORM 7100-GRABAR-REGISTRO THRU 7100-EXIT.
063300
063400 2410-EXIT.
063500     EXIT.
063600
063700*LAS GIFT CARDS SE RECUPERAN CON LAS VENTAS DEL LOG DE AUDITORIA,
063800*QUE ES INDEXADO: NO HAY POSICION DE DIARIO (VER VTAIMAG).
063900 2500-IMAGEN-GIFT-CARD.
064000
064100     MOVE "GIFTCARD" TO VTA-MAE-NOMBRE.
064200     MOVE "AUDITLOG" TO VTA-MAE-DIARIO.
064300     MOVE ZERO       TO VTA-MAE-POS-DIARIO.
064400     PERFORM 7000-INICIAR-MAESTRO THRU 7000-EXIT.
064500
064600     OPEN INPUT GIFT-CARD-FILE.
064700     IF NOT VTA-GIFT-OK
064800         MOVE VTA-GIFT-STATUS TO VTA-MAE-STATUS
064900         PERFORM 7900-ERROR-MAESTRO THRU 7900-EXIT
065000         GO TO 2500-EXIT
065100     END-IF.
065200
065300     PERFORM 2510-COPIAR-GIFT-CARD THRU 2510-EXIT
065400         UNTIL VTA-FIN-MAESTRO.
065500
065600     CLOSE GIFT-CARD-FILE.
065700     PERFORM 7200-GRABAR-CONTROL THRU 7200-EXIT.
065800
065900 2500-EXIT.
066000     EXIT.
066100
066200 2510-COPIAR-GIFT-CARD.
066300
066400     READ GIFT-CARD-FILE
066500         AT END
066600             SET VTA-FIN-MAESTRO TO TRUE
066700             GO TO 2510-EXIT
066800     END-READ.
066900
067000     IF NOT VTA-GIFT-OK
067100         MOVE VTA-GIFT-STATUS TO VTA-MAE-STATUS
067200         PERFORM 7900-ERROR-MAESTRO THRU 7900-EXIT
067300         GO TO 2510-EXIT
067400     END-IF.
067500
067600     MOVE VTA-GIFT-RECORD TO VTA-IMG-DATOS.
067700     ADD VTA-GFT-SALDO TO VTA-MAE-TOTAL.
067800     PERFORM 7100-GRABAR-REGISTRO THRU 7100-EXIT.
067900
068000 2510-EXIT.
068100     EXIT.
068200
068300 2600-IMAGEN-AUDIT-LOG.
068400
068500     MOVE "AUDITLOG" TO VTA-MAE-NOMBRE.
068600     MOVE SPACES     TO VTA-MAE-DIARIO.
068700     MOVE ZERO       TO VTA-MAE-POS-DIARIO.
068800     PERFORM 7000-INICIAR-MAESTRO THRU 7000-EXIT.
068900
069000     OPEN INPUT AUDIT-LOG-FILE.
069100     IF NOT VTA-AUDIT-OK
069200         MOVE VTA-AUDIT-STATUS TO VTA-MAE-STATUS
069300         PERFORM 7900-ERROR-MAESTRO THRU 7900-EXIT
069400         GO TO 2600-EXIT
069500     END-IF.
069600
069700     PERFORM 2610-COPIAR-AUDIT-LOG THRU 2610-EXIT
069800         UNTIL VTA-FIN-MAESTRO.
069900
070000     CLOSE AUDIT-LOG-FILE.
070100     PERFORM 7200-GRABAR-CONTROL THRU 7200-EXIT.
070200
070300 2600-EXIT.
070400     EXIT.
070500
070600 2610-COPIAR-AUDIT-LOG.
070700
070800     READ AUDIT-LOG-FILE
070900         AT END
071000             SET VTA-FIN-MAESTRO TO TRUE
071100             GO TO 2610-EXIT
071200     END-READ.
071300
071400     IF NOT VTA-AUDIT-OK
071500         MOVE VTA-AUDIT-STATUS TO VTA-MAE-STATUS
071600         PERFORM 7900-ERROR-MAESTRO THRU 7900-EXIT
071700         GO TO 2610-EXIT
071800     END-IF.
071900
072000     MOVE VTA-AUDIT-RECORD TO VTA-IMG-DATOS.
072100     ADD VTA-AUD-TOTAL-COBRAR TO VTA-MAE-TOTAL.
072200     PERFORM 7100-GRABAR-REGISTRO THRU 7100-EXIT.
072300
072400 2610-EXIT.
072500     EXIT.
072600
072700 7000-INICIAR-MAESTRO.
072800
072900     MOVE "N"    TO VTA-SW-FIN-MAESTRO.
073000     MOVE SPACES TO VTA-MAE-STATUS.
073100     MOVE ZERO   TO VTA-MAE-CANT-REG.
073200     MOVE ZERO   TO VTA-MAE-TOTAL.
073300
073400 7000-EXIT.
073500     EXIT.
073600
073700*EL REGISTRO DEL MAESTRO YA ESTA EN VTA-IMG-DATOS.
073800 7100-GRABAR-REGISTRO.
073900
074000     MOVE VTA-MAE-NOMBRE    TO VTA-IMG-MAESTRO.
074100     SET VTA-IMG-REGISTRO   TO TRUE.
074200     MOVE VTA-FECHA-NEGOCIO TO VTA-IMG-FECHA.
074300
074400     WRITE VTA-IMAGEN-RECORD.
074500     IF NOT VTA-IMAGEN-OK
074600         DISPLAY "VTA8500 - ERROR AL GRABAR LA IMAGEN. STATUS: "
074700                 VTA-IMAGEN-STATUS
074800         MOVE 8 TO RETURN-CODE
074900         STOP RUN
075000     END-IF.
075100
075200     ADD 1 TO VTA-MAE-CANT-REG.
075300     ADD 1 TO VTA-CANT-LEIDOS.
075400     ADD 1 TO VTA-CANT-GRABADOS.
075500
075600 7100-EXIT.
075700     EXIT.
075800
075900 7200-GRABAR-CONTROL.
076000
076100     MOVE SPACES             TO VTA-IMAGEN-RECORD.
076200     MOVE VTA-MAE-NOMBRE     TO VTA-IMG-MAESTRO.
076300     SET VTA-IMG-CONTROL     TO TRUE.
076400     MOVE VTA-FECHA-NEGOCIO  TO VTA-IMG-FECHA.
076500     MOVE VTA-HORA-IMAGEN    TO VTA-IMG-HORA.
076600     MOVE VTA-MAE-CANT-REG   TO VTA-IMG-CANT-REG.
076700     MOVE VTA-MAE-TOTAL      TO VTA-IMG-TOTAL-CONTROL.
076800     MOVE VTA-MAE-DIARIO     TO VTA-IMG-DIARIO.
076900     MOVE VTA-MAE-POS-DIARIO TO VTA-IMG-POS-DIARIO.
077000
077100     WRITE VTA-IMAGEN-RECORD.
077200     IF NOT VTA-IMAGEN-OK
077300         DISPLAY "VTA8500 - ERROR AL GRABAR LA IMAGEN. STATUS: "
077400                 VTA-IMAGEN-STATUS
077500         MOVE 8 TO RETURN-CODE
077600         STOP RUN
077700     END-IF.
077800
077900     ADD 1 TO VTA-CANT-GRABADOS.
078000
078100     MOVE VTA-MAE-NOMBRE     TO VTA-LM-MAESTRO.
078200     MOVE VTA-MAE-CANT-REG   TO VTA-LM-CANT.
078300     MOVE VTA-MAE-TOTAL      TO VTA-LM-TOTAL.
078400     MOVE VTA-MAE-DIARIO     TO VTA-LM-DIARIO.
078500     MOVE VTA-MAE-POS-DIARIO TO VTA-LM-POSICION.
078600     WRITE VTA-REPORT-LINE FROM VTA-LINEA-MAESTRO.
078700
078800 7200-EXIT.
078900     EXIT.
079000
079100******************************************************************
079200*7900-ERROR-MAESTRO: EL MAESTRO EN CURSO NO ABRIO O FALLO UNA
079300*LECTURA. LA IMAGEN QUEDA INCOMPLETA: SE AVISA, SE SIGUE CON LOS
079400*DEMAS MAESTROS PARA QUE EL REPORTE MUESTRE TODO LO QUE FALLO Y EL
079500*PASO TERMINA CON RC=8.
079600******************************************************************
079700 7900-ERROR-MAESTRO.
079800
079900     DISPLAY "VTA8500 - ERROR EN EL MAESTRO " VTA-MAE-NOMBRE
080000             " STATUS: " VTA-MAE-STATUS ". IMAGEN INCOMPLETA.".
080100
080200     MOVE SPACES TO VTA-REPORT-LINE.
080300     STRING VTA-MAE-NOMBRE DELIMITED BY SIZE
080400            "  ERROR DE LECTURA, STATUS " DELIMITED BY SIZE
080500            VTA-MAE-STATUS DELIMITED BY SIZE
080600         INTO VTA-REPORT-LINE
080700     END-STRING.
080800     WRITE VTA-REPORT-LINE.
080900
081000     SET VTA-IMAGEN-ERROR  TO TRUE.
081100     SET VTA-FIN-MAESTRO   TO TRUE.
081200
081300 7900-EXIT.
081400     EXIT.
081500
081600 9000-FINALIZAR.
081700
081800     MOVE SPACES TO VTA-REPORT-LINE.
081900     WRITE VTA-REPORT-LINE.
082000
082100     IF VTA-IMAGEN-ERROR
082200         MOVE "IMAGEN INCOMPLETA: NO SIRVE PARA RECUPERAR. RC=8."
082300                              TO VTA-REPORT-LINE
082400         MOVE 8 TO RETURN-CODE
082500     ELSE
082600         MOVE "IMAGEN COMPLETA DE LOS SIETE MAESTROS."
082700                              TO VTA-REPORT-LINE
082800     END-IF.
082900     WRITE VTA-REPORT-LINE.
083000
083100     CLOSE IMAGEN-FILE.
083200     CLOSE IMAGEN-REPORT-FILE.
083300
083400 9000-EXIT.
083500     EXIT.

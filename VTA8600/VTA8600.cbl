000100******************************************************************
000200*RECUPERACION DE UN MAESTRO DESDE LA IMAGEN DE RESPALDO. CUANDO UN
000300*MAESTRO QUEDA DANADO (UN ABEND A MITAD DE UN REWRITE, UN PASO
000400*CORRIDO DOS VECES) SE LO RECONSTRUYE EN UN CLUSTER DE
000500*RECUPERACION VACIO (JOB VTAR010): SE CARGA LA ULTIMA IMAGEN DE
000600*ESE MAESTRO (IMAGEN-FILE, IMAGMAES, GRABADA POR VTA8500 AL
000700*EMPEZAR LA NOCHE), SE VERIFICA CONTRA SU REGISTRO DE CONTROL Y SE
000800*REAPLICAN LOS MOVIMIENTOS DEL DIARIO POSTERIORES A LA IMAGEN:
000900*KARDEX PARA EL STOCK DE LA EMPRESA Y DE LAS SUCURSALES, CTAMOVS
001000*PARA LOS SALDOS DE CUENTA CORRIENTE, PTOSMOV PARA LOS SALDOS DE
001100*PUNTOS Y LAS VENTAS Y DEVOLUCIONES CON GIFT CARD DEL LOG DE
001200*AUDITORIA PARA LAS TARJETAS. CLIENTEM Y AUDITLOG NO TIENEN
001300*DIARIO: SE RESTAURAN TAL COMO ESTABAN EN LA IMAGEN.
001400*AL TERMINAR PRUEBA EL MAESTRO RECONSTRUIDO: RELEE TODO Y LA
001500*CANTIDAD Y EL TOTAL DE CONTROL DEBEN SER LOS DE LA IMAGEN MAS LO
001600*QUE APORTO EL DIARIO. SOLO UN MAESTRO PROBADO (RC 0, O RC 4 SI
001700*HUBO MOVIMIENTOS SIN REGISTRO EN EL MAESTRO) SE PONE EN
001800*PRODUCCION CON EL JOB VTAR020. EL MAESTRO A RECUPERAR SE INFORMA
001900*EN RECPARM Y EL RESULTADO SE LISTA EN RECRPT.
002000******************************************************************
002100*MODIFICACIONES:
002200*2026-10-15 NF  PROGRAMA ORIGINAL.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. VTA8600.
002600 AUTHOR. N. FEDIUK.
002700 INSTALLATION. PERFUMERIA - SISTEMAS.
002800 DATE-WRITTEN. 2026-10-15.
002900 DATE-COMPILED. 2026-10-15.
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OPTIONAL RECUP-PARM-FILE ASSIGN TO "RECPARM"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS VTA-RPARM-STATUS.
003700
003800     SELECT IMAGEN-FILE ASSIGN TO "IMAGMAES"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS VTA-IMAGEN-STATUS.
004100
004200     SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIENTEM"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS VTA-CLI-ID
004600         FILE STATUS IS VTA-CLIMTR-STATUS.
004700
004800     SELECT PRODUCTO-MASTER-FILE ASSIGN TO "PRODUCTM"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS VTA-PROD-CODIGO
005200         FILE STATUS IS VTA-PRODMTR-STATUS.
005300
005400     SELECT STOCK-SUC-FILE ASSIGN TO "STOCKSUC"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS VTA-STK-CLAVE
005800         FILE STATUS IS VTA-STKSUC-STATUS.
005900
006000     SELECT CTA-SALDO-FILE ASSIGN TO "CTASALDO"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS VTA-CTA-CLIENTE-ID
006400         FILE STATUS IS VTA-SALDO-STATUS.
006500
006600     SELECT PUNTOS-SALDO-FILE ASSIGN TO "PTOSALDO"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS VTA-PTS-CLIENTE-ID
007000         FILE STATUS IS VTA-PTOS-STATUS.
007100
007200     SELECT GIFT-CARD-FILE ASSIGN TO "GIFTCARD"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS VTA-GFT-NUMERO
007600         FILE STATUS IS VTA-GIFT-STATUS.
007700
007800*EL LOG DE AUDITORIA ES EL MAESTRO A RECONSTRUIR CUANDO SE
007900*RECUPERA AUDITLOG, Y EL DIARIO DE LAS VENTAS CON GIFT CARD CUANDO
008000*SE RECUPERA GIFTCARD (VER VTAR010).
008100     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS VTA-AUD-KEY
008500         FILE STATUS IS VTA-AUDIT-STATUS.
008600
008700     SELECT OPTIONAL KARDEX-FILE ASSIGN TO "KARDEX"
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS VTA-KARDEX-STATUS.
009000
009100     SELECT OPTIONAL CTA-MOV-FILE ASSIGN TO "CTAMOVS"
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS IS VTA-MOV-STATUS.
009400
009500     SELECT OPTIONAL PUNTOS-MOV-FILE ASSIGN TO "PTOSMOV"
009600         ORGANIZATION IS SEQUENTIAL
009700         FILE STATUS IS VTA-PTMOV-STATUS.
009800
009900     SELECT RECUP-REPORT-FILE ASSIGN TO "RECRPT"
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS VTA-REPORT-STATUS.
010200
010300 DATA DIVISION.
010400 FILE SECTION.
010500 FD  RECUP-PARM-FILE
010600     RECORDING MODE IS F.
010700 01  VTA-RECUP-PARM-RECORD.
010800     05  VTA-RPM-MAESTRO             PIC X(08).
010900     05  FILLER                      PIC X(72).
011000
011100 FD  IMAGEN-FILE
011200     RECORDING MODE IS F.
011300     COPY VTAIMAG.
011400
011500 FD  CLIENTE-MASTER-FILE
011600     RECORDING MODE IS F.
011700     COPY VTACLTE.
011800
011900 FD  PRODUCTO-MASTER-FILE
012000     RECORDING MODE IS F.
012100     COPY VTAPROD.
012200
012300 FD  STOCK-SUC-FILE
012400     RECORDING MODE IS F.
012500     COPY VTASTKS.
012600
012700 FD  CTA-SALDO-FILE
012800     RECORDING MODE IS F.
012900     COPY VTACTAC.
013000
013100 FD  PUNTOS-SALDO-FILE
013200     RECORDING MODE IS F.
013300     COPY VTAPTOS.
013400
013500 FD  GIFT-CARD-FILE
013600     RECORDING MODE IS F.
013700     COPY VTAGIFT.
013800
013900 FD  AUDIT-LOG-FILE
014000     RECORDING MODE IS F.
014100     COPY VTAAUDIT.
014200
014300 FD  KARDEX-FILE
014400     RECORDING MODE IS F.
014500     COPY VTAKDX.
014600
014700 FD  CTA-MOV-FILE
014800     RECORDING MODE IS F.
014900     COPY VTACTMV.
015000
015100 FD  PUNTOS-MOV-FILE
015200     RECORDING MODE IS F.
015300     COPY VTAPTMV.
015400
015500 FD  RECUP-REPORT-FILE.
015600 01  VTA-REPORT-LINE                 PIC X(80).
015700
015800 WORKING-STORAGE SECTION.
015900
016000 COPY VTARLGP.
016100
016200 01  VTA-RPARM-STATUS                PIC X(02).
016300     88  VTA-RPARM-OK                VALUE "00".
016400
016500 01  VTA-IMAGEN-STATUS               PIC X(02).
016600     88  VTA-IMAGEN-OK               VALUE "00".
016700
016800 01  VTA-CLIMTR-STATUS               PIC X(02).
016900     88  VTA-CLIMTR-OK               VALUE "00".
017000
017100 01  VTA-PRODMTR-STATUS              PIC X(02).
017200     88  VTA-PRODMTR-OK              VALUE "00".
017300
017400 01  VTA-STKSUC-STATUS               PIC X(02).
017500     88  VTA-STKSUC-OK               VALUE "00".
017600
017700 01  VTA-SALDO-STATUS                PIC X(02).
017800     88  VTA-SALDO-OK                VALUE "00".
017900
018000 01  VTA-PTOS-STATUS                 PIC X(02).
018100     88  VTA-PTOS-OK                 VALUE "00".
018200
018300 01  VTA-GIFT-STATUS                 PIC X(02).
018400     88  VTA-GIFT-OK                 VALUE "00".
018500
018600 01  VTA-AUDIT-STATUS                PIC X(02).
018700     88  VTA-AUDIT-OK                VALUE "00".
018800
018900 01  VTA-KARDEX-STATUS               PIC X(02).
019000     88  VTA-KARDEX-OK               VALUE "00".
019100
019200 01  VTA-MOV-STATUS                  PIC X(02).
019300     88  VTA-MOV-OK                  VALUE "00".
019400
019500 01  VTA-PTMOV-STATUS                PIC X(02).
019600     88  VTA-PTMOV-OK                VALUE "00".
019700
019800 01  VTA-REPORT-STATUS               PIC X(02).
019900     88  VTA-REPORT-OK               VALUE "00".
020000
020100*MAESTRO A RECUPERAR (RECPARM) Y STATUS DE LA ULTIMA OPERACION
020200*SOBRE EL, CUALQUIERA SEA SU ARCHIVO.
020300 01  VTA-REC-MAESTRO                 PIC X(08) VALUE SPACES.
020400     88  VTA-REC-CLIENTEM            VALUE "CLIENTEM".
020500     88  VTA-REC-PRODUCTM            VALUE "PRODUCTM".
020600     88  VTA-REC-STOCKSUC            VALUE "STOCKSUC".
020700     88  VTA-REC-CTASALDO            VALUE "CTASALDO".
020800     88  VTA-REC-PTOSALDO            VALUE "PTOSALDO".
020900     88  VTA-REC-GIFTCARD            VALUE "GIFTCARD".
021000     88  VTA-REC-AUDITLOG            VALUE "AUDITLOG".
021100     88  VTA-REC-VALIDO              VALUE "CLIENTEM" "PRODUCTM"
021200                                           "STOCKSUC" "CTASALDO"
021300                                           "PTOSALDO" "GIFTCARD"
021400                                           "AUDITLOG".
021500
021600 01  VTA-DESTINO-STATUS              PIC X(02).
021700     88  VTA-DESTINO-OK              VALUE "00".
021800
021900 01  VTA-SWITCHES.
022000     05  VTA-SW-FIN-IMAGEN           PIC X(01) VALUE "N".
022100         88  VTA-FIN-IMAGEN          VALUE "S".
022200     05  VTA-SW-FIN-DIARIO           PIC X(01) VALUE "N".
022300         88  VTA-FIN-DIARIO          VALUE "S".
022400     05  VTA-SW-FIN-MAESTRO          PIC X(01) VALUE "N".
022500         88  VTA-FIN-MAESTRO         VALUE "S".
022600     05  VTA-SW-HAY-CONTROL          PIC X(01) VALUE "N".
022700         88  VTA-HAY-CONTROL         VALUE "S".
022800     05  VTA-SW-DESTINO-DATOS        PIC X(01) VALUE "N".
022900         88  VTA-DESTINO-CON-DATOS   VALUE "S".
023000     05  VTA-SW-REG-EXISTE           PIC X(01) VALUE "N".
023100         88  VTA-REG-EXISTE          VALUE "S".
023200     05  VTA-SW-YA-APLICADA          PIC X(01) VALUE "N".
023300         88  VTA-YA-APLICADA         VALUE "S".
023400
023500*REGISTRO DE CONTROL DEL MAESTRO EN LA IMAGEN.
023600 01  VTA-CONTROL-IMAGEN.
023700     05  VTA-CTL-FECHA               PIC 9(08) VALUE ZERO.
023800     05  VTA-CTL-HORA                PIC 9(08) VALUE ZERO.
023900     05  VTA-CTL-CANT-REG            PIC 9(09) VALUE ZERO.
024000     05  VTA-CTL-TOTAL               PIC S9(13)V9(02) VALUE ZERO.
024100     05  VTA-CTL-DIARIO              PIC X(08) VALUE SPACES.
024200     05  VTA-CTL-POS-DIARIO          PIC 9(09) VALUE ZERO.
024300
024400 01  VTA-CONTADORES.
024500     05  VTA-CANT-LEIDOS             PIC 9(09) COMP VALUE ZERO.
024600     05  VTA-IMG-CARGADOS            PIC 9(09) COMP VALUE ZERO.
024700     05  VTA-DIA-LEIDOS              PIC 9(09) COMP VALUE ZERO.
024800     05  VTA-DIA-APLICADOS           PIC 9(09) COMP VALUE ZERO.
024900     05  VTA-DIA-ALTAS               PIC 9(09) COMP VALUE ZERO.
025000     05  VTA-DIA-EN-IMAGEN           PIC 9(09) COMP VALUE ZERO.
025100     05  VTA-DIA-SIN-MAESTRO         PIC 9(09) COMP VALUE ZERO.
025200     05  VTA-REC-CANT-REG            PIC 9(09) COMP VALUE ZERO.
025300     05  VTA-ESP-CANT-REG            PIC 9(09) COMP VALUE ZERO.
025400
025500 01  VTA-TOTALES.
025600     05  VTA-IMG-TOTAL-CARGADO       PIC S9(13)V9(02) VALUE ZERO.
025700     05  VTA-DIA-DELTA               PIC S9(13)V9(02) VALUE ZERO.
025800     05  VTA-REC-TOTAL               PIC S9(13)V9(02) VALUE ZERO.
025900     05  VTA-ESP-TOTAL               PIC S9(13)V9(02) VALUE ZERO.
026000
026100 01  VTA-STOCK-CALC                  PIC S9(09) VALUE ZERO.
026200
026300*CLAVES DE LAS VENTAS CON GIFT CARD DE LA FECHA DE LA IMAGEN O
026400*POSTERIORES QUE YA ESTABAN EN LA IMAGEN DEL LOG: SU EFECTO YA
026500*ESTA EN LA IMAGEN DE LAS TARJETAS Y NO SE VUELVEN A APLICAR.
026600 01  VTA-TABLA-YA-APLICADAS.
026700     05  VTA-YAP-CANT                PIC 9(05) COMP VALUE ZERO.
026800     05  VTA-YAP-ENTRADA OCCURS 5000 TIMES
026900                         INDEXED BY VTA-YAP-IDX.
027000         10  VTA-YAP-CLAVE           PIC X(30).
027100
027200 01  VTA-MENSAJE                     PIC X(80) VALUE SPACES.
027300
027400*LINEAS DE IMPRESION.
027500 01  VTA-LINEA-TITULO.
027600     05  FILLER                      PIC X(36)
027700         VALUE "RECUPERACION DE MAESTROS - MAESTRO:".
027800     05  VTA-LT-MAESTRO              PIC X(08).
027900
028000 01  VTA-LINEA-IMAGEN.
028100     05  FILLER                      PIC X(16)
028200         VALUE "IMAGEN DE FECHA ".
028300     05  VTA-LI-FECHA                PIC 9(08).
028400     05  FILLER                      PIC X(07) VALUE " HORA: ".
028500     05  VTA-LI-HORA                 PIC 9(08).
028600     05  FILLER                      PIC X(10) VALUE " DIARIO: ".
028700     05  VTA-LI-DIARIO               PIC X(08).
028800
028900 01  VTA-LINEA-ENCABEZADO.
029000     05  FILLER                      PIC X(40)
029100         VALUE "CONCEPTO                           CANT".
029200     05  FILLER                      PIC X(25)
029300         VALUE "IDAD        TOTAL CONTROL".
029400
029500 01  VTA-LINEA-CIFRAS.
029600     05  VTA-LC-CONCEPTO             PIC X(30).
029700     05  FILLER                      PIC X(02) VALUE SPACES.
029800     05  VTA-LC-CANT                 PIC ZZZ,ZZZ,ZZ9.
029900     05  FILLER                      PIC X(02) VALUE SPACES.
030000     05  VTA-LC-TOTAL                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
030100
030200 PROCEDURE DIVISION.
030300
030400 0000-MAINLINE.
030500
030600     MOVE "VTA8600" TO VTA-RLP-PROGRAMA.
030700     SET VTA-RLP-INICIO TO TRUE.
030800     CALL "VTARUNLG" USING VTA-RUNLOG-PARMS.
030900
031000     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
031100     PERFORM 2000-CARGAR-IMAGEN THRU 2000-EXIT.
031200     PERFORM 2900-CONTROLAR-IMAGEN THRU 2900-EXIT.
031300     PERFORM 3000-APLICAR-DIARIO THRU 3000-EXIT.
031400     PERFORM 4000-PROBAR-MAESTRO THRU 4000-EXIT.
031500     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
031600
031700     PERFORM 9900-REGISTRAR-FIN THRU 9900-EXIT.
031800
031900     STOP RUN.
032000
032100 1000-INICIALIZAR.
032200
032300     OPEN OUTPUT RECUP-REPORT-FILE.
032400
032500     OPEN INPUT RECUP-PARM-FILE.
032600     IF VTA-RPARM-OK
032700         READ RECUP-PARM-FILE
032800             AT END
032900                 MOVE SPACES TO VTA-RPM-MAESTRO
033000         END-READ
033100         IF VTA-RPARM-OK
033200             MOVE VTA-RPM-MAESTRO TO VTA-REC-MAESTRO
033300         END-IF
033400         CLOSE RECUP-PARM-FILE
033500     END-IF.
033600
033700     MOVE VTA-REC-MAESTRO TO VTA-LT-MAESTRO.
033800     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TITULO.
033900     MOVE SPACES TO VTA-REPORT-LINE.
034000     WRITE VTA-REPORT-LINE.
034100
034200     IF NOT VTA-REC-VALIDO
034300         MOVE "MAESTRO A RECUPERAR NO VALIDO EN RECPARM."
034400                                TO VTA-MENSAJE
034500         PERFORM 8900-CANCELAR THRU 8900-EXIT
034600     END-IF.
034700
034800     OPEN INPUT IMAGEN-FILE.
034900     IF NOT VTA-IMAGEN-OK
035000         MOVE "NO SE PUDO ABRIR LA IMAGEN DE MAESTROS (IMAGMAES)."
035100                                TO VTA-MENSAJE
035200         PERFORM 8900-CANCELAR THRU 8900-EXIT
035300     END-IF.
035400
035500     PERFORM 1500-VERIFICAR-DESTINO THRU 1500-EXIT.
035600
035700 1000-EXIT.
035800     EXIT.
035900
036000******************************************************************
036100*1500-VERIFICAR-DESTINO: LA RECUPERACION CARGA UN CLUSTER RECIEN
036200*DEFINIDO. SI EL MAESTRO DE DESTINO YA TIENE REGISTROS (POR
036300*EJEMPLO SI EL DD APUNTA POR ERROR AL MAESTRO DE PRODUCCION) NO SE
036400*TOCA NADA Y EL PASO TERMINA CON RC=8. UN CLUSTER VACIO PUEDE NO
036500*ABRIR PARA LECTURA: ESO TAMBIEN CUENTA COMO VACIO.
036600******************************************************************
036700 1500-VERIFICAR-DESTINO.
036800
036900     MOVE "N" TO VTA-SW-DESTINO-DATOS.
037000
037100     EVALUATE TRUE
037200         WHEN VTA-REC-CLIENTEM
037300             OPEN INPUT CLIENTE-MASTER-FILE
037400             IF VTA-CLIMTR-OK
037500                 READ CLIENTE-MASTER-FILE NEXT RECORD
037600                     NOT AT END
037700                         SET VTA-DESTINO-CON-DATOS TO TRUE
037800                 END-READ
037900                 CLOSE CLIENTE-MASTER-FILE
038000             END-IF
038100         WHEN VTA-REC-PRODUCTM
038200             OPEN INPUT PRODUCTO-MASTER-FILE
038300             IF VTA-PRODMTR-OK
038400                 READ PRODUCTO-MASTER-FILE NEXT RECORD
038500                     NOT AT END
038600                         SET VTA-DESTINO-CON-DATOS TO TRUE
038700                 END-READ
038800                 CLOSE PRODUCTO-MASTER-FILE
038900             END-IF
039000         WHEN VTA-REC-STOCKSUC
039100             OPEN INPUT STOCK-SUC-FILE
039200             IF VTA-STKSUC-OK
039300                 READ STOCK-SUC-FILE NEXT RECORD
039400                     NOT AT END
039500                         SET VTA-DESTINO-CON-DATOS TO TRUE
039600                 END-READ
039700                 CLOSE STOCK-SUC-FILE
039800             END-IF
039900         WHEN VTA-REC-CTASALDO
040000             OPEN INPUT CTA-SALDO-FILE
040100             IF VTA-SALDO-OK
040200                 READ CTA-SALDO-FILE NEXT RECORD
040300                     NOT AT END
040400                         SET VTA-DESTINO-CON-DATOS TO TRUE
040500                 END-READ
040600                 CLOSE CTA-SALDO-FILE
040700             END-IF
040800         WHEN VTA-REC-PTOSALDO
040900             OPEN INPUT PUNTOS-SALDO-FILE
041000             IF VTA-PTOS-OK
041100                 READ PUNTOS-SALDO-FILE NEXT RECORD
041200                     NOT AT END
041300                         SET VTA-DESTINO-CON-DATOS TO TRUE
041400                 END-READ
041500                 CLOSE PUNTOS-SALDO-FILE
041600             END-IF
041700         WHEN VTA-REC-GIFTCARD
041800             OPEN INPUT GIFT-CARD-FILE
041900             IF VTA-GIFT-OK
042000                 READ GIFT-CARD-FILE NEXT RECORD
042100                     NOT AT END
042200                         SET VTA-DESTINO-CON-DATOS TO TRUE
042300                 END-READ
042400                 CLOSE GIFT-CARD-FILE
042500             END-IF
042600         WHEN VTA-REC-AUDITLOG
042700             OPEN INPUT AUDIT-LOG-FILE
042800             IF VTA-AUDIT-OK
042900                 READ AUDIT-LOG-FILE NEXT RECORD
043000                     NOT AT END
043100                         SET VTA-DESTINO-CON-DATOS TO TRUE
043200                 END-READ
043300                 CLOSE AUDIT-LOG-FILE
043400             END-IF
043500     END-EVALUATE.
043600
043700     IF VTA-DESTINO-CON-DATOS
043800         MOVE "EL MAESTRO DE DESTINO NO ESTA VACIO."
043900                                TO VTA-MENSAJE
044000         PERFORM 8900-CANCELAR THRU 8900-EXIT
044100     END-IF.
044200
044300 1500-EXIT.
044400     EXIT.
044500
044600******************************************************************
044687*2000-CARGAR-IMAGEN: RECORRE LA IMAGEN Y GRABA EN EL MAESTRO DE
044775*DESTINO LOS REGISTROS DEL MAESTRO A RECUPERAR, QUE VIENEN EN
044862*ORDEN DE CLAVE, SUMANDO SU CAMPO DE CONTROL IGUAL QUE VTA8500. AL
044950*LLEGAR A SU REGISTRO DE CONTROL LA LECTURA TERMINA, SALVO PARA
045037*GIFTCARD, QUE SIGUE HASTA EL FINAL DE LA IMAGEN DEL LOG DE
045125*AUDITORIA PARA ANOTAR LAS VENTAS CON TARJETA QUE YA ESTABAN EN
045212*ELLA.
045300******************************************************************
045400 2000-CARGAR-IMAGEN.
045500
045600     PERFORM 2050-ABRIR-DESTINO THRU 2050-EXIT.
045700
045800     MOVE "N" TO VTA-SW-FIN-IMAGEN.
045900     PERFORM 2100-LEER-IMAGEN THRU 2100-EXIT
046000         UNTIL VTA-FIN-IMAGEN.
046100
046200     CLOSE IMAGEN-FILE.
046300
046400 2000-EXIT.
046500     EXIT.
046600
046700 2050-ABRIR-DESTINO.
046800
046900     EVALUATE TRUE
047000         WHEN VTA-REC-CLIENTEM
047100             OPEN OUTPUT CLIENTE-MASTER-FILE
047200             MOVE VTA-CLIMTR-STATUS  TO VTA-DESTINO-STATUS
047300         WHEN VTA-REC-PRODUCTM
047400             OPEN OUTPUT PRODUCTO-MASTER-FILE
047500             MOVE VTA-PRODMTR-STATUS TO VTA-DESTINO-STATUS
047600         WHEN VTA-REC-STOCKSUC
047700             OPEN OUTPUT STOCK-SUC-FILE
047800             MOVE VTA-STKSUC-STATUS  TO VTA-DESTINO-STATUS
047900         WHEN VTA-REC-CTASALDO
048000             OPEN OUTPUT CTA-SALDO-FILE
048100             MOVE VTA-SALDO-STATUS   TO VTA-DESTINO-STATUS
048200         WHEN VTA-REC-PTOSALDO
048300             OPEN OUTPUT PUNTOS-SALDO-FILE
048400             MOVE VTA-PTOS-STATUS    TO VTA-DESTINO-STATUS
048500         WHEN VTA-REC-GIFTCARD
048600             OPEN OUTPUT GIFT-CARD-FILE
048700             MOVE VTA-GIFT-STATUS    TO VTA-DESTINO-STATUS
048800         WHEN VTA-REC-AUDITLOG
048900             OPEN OUTPUT AUDIT-LOG-FILE
049000             MOVE VTA-AUDIT-STATUS   TO VTA-DESTINO-STATUS
049100     END-EVALUATE.
049200
049300     IF NOT VTA-DESTINO-OK
049400         STRING "NO SE PUDO ABRIR EL MAESTRO DE DESTINO. STATUS: "
049500                VTA-DESTINO-STATUS
049600                DELIMITED BY SIZE INTO VTA-MENSAJE
049700         PERFORM 8900-CANCELAR THRU 8900-EXIT
049800     END-IF.
049900
050000 2050-EXIT.
050100     EXIT.
050200
050300 2100-LEER-IMAGEN.
050400
050500     READ IMAGEN-FILE
050600         AT END
050700             SET VTA-FIN-IMAGEN TO TRUE
050800             GO TO 2100-EXIT
050900     END-READ.
051000
051100     ADD 1 TO VTA-CANT-LEIDOS.
051200
051300     IF VTA-REC-GIFTCARD AND VTA-IMG-MAESTRO = "AUDITLOG"
051400         IF VTA-IMG-CONTROL
051500             SET VTA-FIN-IMAGEN TO TRUE
051600         ELSE
051700             PERFORM 2300-ANOTAR-VENTA-IMAGEN THRU 2300-EXIT
051800         END-IF
051900         GO TO 2100-EXIT
052000     END-IF.
052100
052200     IF VTA-IMG-MAESTRO NOT = VTA-REC-MAESTRO
052300         GO TO 2100-EXIT
052400     END-IF.
052500
052600     IF VTA-IMG-CONTROL
052700         SET VTA-HAY-CONTROL TO TRUE
052800         MOVE VTA-IMG-FECHA         TO VTA-CTL-FECHA
052900         MOVE VTA-IMG-HORA          TO VTA-CTL-HORA
053000         MOVE VTA-IMG-CANT-REG      TO VTA-CTL-CANT-REG
053100         MOVE VTA-IMG-TOTAL-CONTROL TO VTA-CTL-TOTAL
053200         MOVE VTA-IMG-DIARIO        TO VTA-CTL-DIARIO
053300         MOVE VTA-IMG-POS-DIARIO    TO VTA-CTL-POS-DIARIO
053400         IF NOT VTA-REC-GIFTCARD
053500             SET VTA-FIN-IMAGEN TO TRUE
053600         END-IF
053700         GO TO 2100-EXIT
053800     END-IF.
053900
054000     PERFORM 2200-CARGAR-REGISTRO THRU 2200-EXIT.
054100
054200 2100-EXIT.
054300     EXIT.
054400
054500 2200-CARGAR-REGISTRO.
054600
054700     EVALUATE TRUE
054800         WHEN VTA-REC-CLIENTEM
054900             MOVE VTA-IMG-DATOS TO VTA-CLIENTE-RECORD
055000             ADD VTA-CLI-LIMITE-CREDITO TO VTA-IMG-TOTAL-CARGADO
055100             WRITE VTA-CLIENTE-RECORD
055200             MOVE VTA-CLIMTR-STATUS  TO VTA-DESTINO-STATUS
055300         WHEN VTA-REC-PRODUCTM
055400             MOVE VTA-IMG-DATOS TO VTA-PRODUCTO-RECORD
055500             ADD VTA-PROD-STOCK TO VTA-IMG-TOTAL-CARGADO
055600             WRITE VTA-PRODUCTO-RECORD
055700             MOVE VTA-PRODMTR-STATUS TO VTA-DESTINO-STATUS
055800         WHEN VTA-REC-STOCKSUC
055900             MOVE VTA-IMG-DATOS TO VTA-STOCK-SUC-RECORD
056000             ADD VTA-STK-STOCK TO VTA-IMG-TOTAL-CARGADO
056100             WRITE VTA-STOCK-SUC-RECORD
056200             MOVE VTA-STKSUC-STATUS  TO VTA-DESTINO-STATUS
056300         WHEN VTA-REC-CTASALDO
056400             MOVE VTA-IMG-DATOS TO VTA-CTA-SALDO-RECORD
056500             ADD VTA-CTA-SALDO TO VTA-IMG-TOTAL-CARGADO
056600             WRITE VTA-CTA-SALDO-RECORD
056700             MOVE VTA-SALDO-STATUS   TO VTA-DESTINO-STATUS
056800         WHEN VTA-REC-PTOSALDO
056900             MOVE VTA-IMG-DATOS TO VTA-PTOS-SALDO-RECORD
057000             ADD VTA-PTS-SALDO TO VTA-IMG-TOTAL-CARGADO
057100             WRITE VTA-PTOS-SALDO-RECORD
057200             MOVE VTA-PTOS-STATUS    TO VTA-DESTINO-STATUS
057300         WHEN VTA-REC-GIFTCARD
057400             MOVE VTA-IMG-DATOS TO VTA-GIFT-RECORD
057500             ADD VTA-GFT-SALDO TO VTA-IMG-TOTAL-CARGADO
057600             WRITE VTA-GIFT-RECORD
057700             MOVE VTA-GIFT-STATUS    TO VTA-DESTINO-STATUS
057800         WHEN VTA-REC-AUDITLOG
057900             MOVE VTA-IMG-DATOS TO VTA-AUDIT-RECORD
058000             ADD VTA-AUD-TOTAL-COBRAR TO VTA-IMG-TOTAL-CARGADO
058100             WRITE VTA-AUDIT-RECORD
058200             MOVE VTA-AUDIT-STATUS   TO VTA-DESTINO-STATUS
058300     END-EVALUATE.
058400
058500     IF NOT VTA-DESTINO-OK
058600         STRING "ERROR AL CARGAR EL MAESTRO. STATUS: "
058700                VTA-DESTINO-STATUS
058800                DELIMITED BY SIZE INTO VTA-MENSAJE
058900         PERFORM 8900-CANCELAR THRU 8900-EXIT
059000     END-IF.
059100
059200     ADD 1 TO VTA-IMG-CARGADOS.
059300
059400 2200-EXIT.
059500     EXIT.
059600
059700******************************************************************
059775*2300-ANOTAR-VENTA-IMAGEN: EL REGISTRO DEL LOG SE EVALUA CON EL
059850*LAYOUT DEL FD DEL LOG, QUE EN ESTA RECUPERACION TODAVIA NO SE
059925*ABRIO.
060000******************************************************************
060100 2300-ANOTAR-VENTA-IMAGEN.
060200
060300     MOVE VTA-IMG-DATOS TO VTA-AUDIT-RECORD.
060400
060500     IF VTA-AUD-FECHA < VTA-IMG-FECHA
060600     OR VTA-AUD-GC-NUMERO = SPACES
060700         GO TO 2300-EXIT
060800     END-IF.
060900
061000     IF VTA-YAP-CANT >= 5000
061100         MOVE "TABLA DE VENTAS DE LA IMAGEN LLENA (5000)."
061200                                TO VTA-MENSAJE
061300         PERFORM 8900-CANCELAR THRU 8900-EXIT
061400     END-IF.
061500
061600     ADD 1 TO VTA-YAP-CANT.
061700     SET VTA-YAP-IDX TO VTA-YAP-CANT.
061800     MOVE VTA-AUD-KEY TO VTA-YAP-CLAVE (VTA-YAP-IDX).
061900
062000 2300-EXIT.
062100     EXIT.
062200
062300******************************************************************
062400*2900-CONTROLAR-IMAGEN: LO CARGADO DEBE CUADRAR CON EL REGISTRO DE
062500*CONTROL DEL MAESTRO EN LA IMAGEN. SIN CONTROL, O CON DIFERENCIAS,
062600*LA IMAGEN ESTA INCOMPLETA Y LA RECUPERACION SE CANCELA.
062700******************************************************************
062800 2900-CONTROLAR-IMAGEN.
062900
063000     PERFORM 2950-CERRAR-DESTINO THRU 2950-EXIT.
063100
063200     IF NOT VTA-HAY-CONTROL
063300         MOVE "LA IMAGEN NO TIENE CONTROL DEL MAESTRO."
063400                                TO VTA-MENSAJE
063500         PERFORM 8900-CANCELAR THRU 8900-EXIT
063600     END-IF.
063700
063800     MOVE VTA-CTL-FECHA  TO VTA-LI-FECHA.
063900     MOVE VTA-CTL-HORA   TO VTA-LI-HORA.
064000     MOVE VTA-CTL-DIARIO TO VTA-LI-DIARIO.
064100     WRITE VTA-REPORT-LINE FROM VTA-LINEA-IMAGEN.
064200     MOVE SPACES TO VTA-REPORT-LINE.
064300     WRITE VTA-REPORT-LINE.
064400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-ENCABEZADO.
064500
064600     MOVE "IMAGEN: REGISTRO DE CONTROL" TO VTA-LC-CONCEPTO.
064700     MOVE VTA-CTL-CANT-REG      TO VTA-LC-CANT.
064800     MOVE VTA-CTL-TOTAL         TO VTA-LC-TOTAL.
064900     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CIFRAS.
065000
065100     MOVE "IMAGEN: CARGADO AL MAESTRO" TO VTA-LC-CONCEPTO.
065200     MOVE VTA-IMG-CARGADOS      TO VTA-LC-CANT.
065300     MOVE VTA-IMG-TOTAL-CARGADO TO VTA-LC-TOTAL.
065400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CIFRAS.
065500
065600     IF VTA-IMG-CARGADOS NOT = VTA-CTL-CANT-REG
065700     OR VTA-IMG-TOTAL-CARGADO NOT = VTA-CTL-TOTAL
065800         MOVE "IMAGEN INCOMPLETA: NO CUADRA CON SU CONTROL."
065900                                TO VTA-MENSAJE
066000         PERFORM 8900-CANCELAR THRU 8900-EXIT
066100     END-IF.
066200
066300 2900-EXIT.
066400     EXIT.
066500
066600 2950-CERRAR-DESTINO.
066700
066800     EVALUATE TRUE
066900         WHEN VTA-REC-CLIENTEM
067000             CLOSE CLIENTE-MASTER-FILE
067100         WHEN VTA-REC-PRODUCTM
067200             CLOSE PRODUCTO-MASTER-FILE
067300         WHEN VTA-REC-STOCKSUC
067400             CLOSE STOCK-SUC-FILE
067500         WHEN VTA-REC-CTASALDO
067600             CLOSE CTA-SALDO-FILE
067700         WHEN VTA-REC-PTOSALDO
067800             CLOSE PUNTOS-SALDO-FILE
067900         WHEN VTA-REC-GIFTCARD
068000             CLOSE GIFT-CARD-FILE
068100         WHEN VTA-REC-AUDITLOG
068200             CLOSE AUDIT-LOG-FILE
068300     END-EVALUATE.
068400
068500 2950-EXIT.
068600     EXIT.
068700
068800******************************************************************
068900*3000-APLICAR-DIARIO: REAPLICA SOBRE EL MAESTRO CARGADO LOS
069000*MOVIMIENTOS POSTERIORES A LA IMAGEN, CON LAS MISMAS REGLAS CON
069100*QUE LOS APLICARON LOS PROGRAMAS QUE LOS GRABARON. CADA MOVIMIENTO
069200*SUMA AL DELTA LO QUE MUEVE EL CAMPO DE CONTROL, Y UN REGISTRO
069300*NUEVO EN EL MAESTRO CUENTA COMO ALTA, PARA LA PRUEBA FINAL.
069400******************************************************************
069500 3000-APLICAR-DIARIO.
069600
069700     EVALUATE TRUE
069800         WHEN VTA-REC-PRODUCTM
069900             OPEN I-O PRODUCTO-MASTER-FILE
070000             PERFORM 3100-APLICAR-KARDEX THRU 3100-EXIT
070100             CLOSE PRODUCTO-MASTER-FILE
070200         WHEN VTA-REC-STOCKSUC
070300             OPEN I-O STOCK-SUC-FILE
070400             PERFORM 3100-APLICAR-KARDEX THRU 3100-EXIT
070500             CLOSE STOCK-SUC-FILE
070600         WHEN VTA-REC-CTASALDO
070700             OPEN I-O CTA-SALDO-FILE
070800             PERFORM 3200-APLICAR-CTAMOVS THRU 3200-EXIT
070900             CLOSE CTA-SALDO-FILE
071000         WHEN VTA-REC-PTOSALDO
071100             OPEN I-O PUNTOS-SALDO-FILE
071200             PERFORM 3300-APLICAR-PTOSMOV THRU 3300-EXIT
071300             CLOSE PUNTOS-SALDO-FILE
071400         WHEN VTA-REC-GIFTCARD
071500             OPEN I-O GIFT-CARD-FILE
071600             PERFORM 3400-APLICAR-VENTAS-GIFT THRU 3400-EXIT
071700             CLOSE GIFT-CARD-FILE
071800         WHEN OTHER
071900             MOVE SPACES TO VTA-REPORT-LINE
072000             WRITE VTA-REPORT-LINE
072100             MOVE "MAESTRO SIN DIARIO: SE RESTAURA TAL COMO"
072200                                    TO VTA-REPORT-LINE
072300             WRITE VTA-REPORT-LINE
072400             MOVE "ESTABA EN LA IMAGEN. LOS CAMBIOS POSTERIORES"
072500                                    TO VTA-REPORT-LINE
072600             WRITE VTA-REPORT-LINE
072700             MOVE "NO SE REAPLICAN." TO VTA-REPORT-LINE
072800             WRITE VTA-REPORT-LINE
072900             MOVE SPACES TO VTA-REPORT-LINE
073000             WRITE VTA-REPORT-LINE
073100             GO TO 3000-EXIT
073200     END-EVALUATE.
073300
073400     IF VTA-DIA-LEIDOS < VTA-CTL-POS-DIARIO
073500         MOVE "EL DIARIO ES MAS CORTO QUE AL TOMAR LA IMAGEN."
073600                                TO VTA-MENSAJE
073700         PERFORM 8900-CANCELAR THRU 8900-EXIT
073800     END-IF.
073900
074000     MOVE "DIARIO: POSICION EN LA IMAGEN" TO VTA-LC-CONCEPTO.
074100     MOVE VTA-CTL-POS-DIARIO    TO VTA-LC-CANT.
074200     MOVE ZERO                  TO VTA-LC-TOTAL.
074300     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CIFRAS.
074400
074500     MOVE "DIARIO: REGISTROS LEIDOS" TO VTA-LC-CONCEPTO.
074600     MOVE VTA-DIA-LEIDOS        TO VTA-LC-CANT.
074700     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CIFRAS.
074800
074900     IF VTA-REC-GIFTCARD
075000         MOVE "DIARIO: YA INCLUIDOS EN IMAGEN" TO VTA-LC-CONCEPTO
075100         MOVE VTA-DIA-EN-IMAGEN TO VTA-LC-CANT
075200         WRITE VTA-REPORT-LINE FROM VTA-LINEA-CIFRAS
075300     END-IF.
075400
075500     MOVE "DIARIO: MOVIMIENTOS APLICADOS" TO VTA-LC-CONCEPTO.
075600     MOVE VTA-DIA-APLICADOS     TO VTA-LC-CANT.
075700     MOVE VTA-DIA-DELTA         TO VTA-LC-TOTAL.
075800     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CIFRAS.
075900
076000     MOVE "DIARIO: ALTAS EN EL MAESTRO" TO VTA-LC-CONCEPTO.
076100     MOVE VTA-DIA-ALTAS         TO VTA-LC-CANT.
076200     MOVE ZERO                  TO VTA-LC-TOTAL.
076300     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CIFRAS.
076400
076500     MOVE "DIARIO: SIN REGISTRO EN MAESTRO" TO VTA-LC-CONCEPTO.
076600     MOVE VTA-DIA-SIN-MAESTRO   TO VTA-LC-CANT.
076700     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CIFRAS.
076800
076900 3000-EXIT.
077000     EXIT.
077100
077200******************************************************************
077300*3100-APLICAR-KARDEX: SE SALTEAN LOS REGISTROS QUE EL KARDEX YA
077400*TENIA AL TOMAR LA IMAGEN. EL STOCK DE LA EMPRESA SE MUEVE CON
077500*TODO MOVIMIENTO SALVO LAS TRANSFERENCIAS ENTRE SUCURSALES; EL DE
077600*LAS SUCURSALES CON TODO MOVIMIENTO QUE INFORMA SUCURSAL.
077700******************************************************************
077800 3100-APLICAR-KARDEX.
077900
078000     OPEN INPUT KARDEX-FILE.
078100     IF NOT VTA-KARDEX-OK
078200         GO TO 3100-EXIT
078300     END-IF.
078400
078500     MOVE "N" TO VTA-SW-FIN-DIARIO.
078600     PERFORM 3110-LEER-KARDEX THRU 3110-EXIT
078700         UNTIL VTA-FIN-DIARIO.
078800
078900     CLOSE KARDEX-FILE.
079000
079100 3100-EXIT.
079200     EXIT.
079300
079400 3110-LEER-KARDEX.
079500
079600     READ KARDEX-FILE
079700         AT END
079800             SET VTA-FIN-DIARIO TO TRUE
079900             GO TO 3110-EXIT
080000     END-READ.
080100
080200     ADD 1 TO VTA-DIA-LEIDOS.
080300     ADD 1 TO VTA-CANT-LEIDOS.
080400
080500     IF VTA-DIA-LEIDOS NOT > VTA-CTL-POS-DIARIO
080600         GO TO 3110-EXIT
080700     END-IF.
080800
080900     IF VTA-REC-PRODUCTM
081000         PERFORM 3120-KARDEX-PRODUCTO THRU 3120-EXIT
081100     ELSE
081200         PERFORM 3130-KARDEX-SUCURSAL THRU 3130-EXIT
081300     END-IF.
081400
081500 3110-EXIT.
081600     EXIT.
081700
081800 3120-KARDEX-PRODUCTO.
081900
082000     IF VTA-KDX-TRANSF-SALIDA OR VTA-KDX-TRANSF-ENTRADA
082100         GO TO 3120-EXIT
082200     END-IF.
082300
082400     MOVE VTA-KDX-PRODUCTO TO VTA-PROD-CODIGO.
082500     READ PRODUCTO-MASTER-FILE
082600         INVALID KEY
082700             DISPLAY "VTA8600 - KARDEX DE PRODUCTO INEXISTENTE: "
082800                     VTA-KDX-PRODUCTO
082900             ADD 1 TO VTA-DIA-SIN-MAESTRO
083000             GO TO 3120-EXIT
083100     END-READ.
083200
083300     COMPUTE VTA-STOCK-CALC = VTA-PROD-STOCK + VTA-KDX-CANTIDAD.
083400     MOVE VTA-STOCK-CALC TO VTA-PROD-STOCK.
083500     REWRITE VTA-PRODUCTO-RECORD.
083600
083700     ADD VTA-KDX-CANTIDAD TO VTA-DIA-DELTA.
083800     ADD 1 TO VTA-DIA-APLICADOS.
083900
084000 3120-EXIT.
084100     EXIT.
084200
084300*UNA SUCURSAL SIN REGISTRO PARA EL PRODUCTO SE DA DE ALTA CON EL
084400*MOVIMIENTO, IGUAL QUE EN VTA1500.
084500 3130-KARDEX-SUCURSAL.
084600
084700     IF VTA-KDX-SUCURSAL = SPACES
084800         GO TO 3130-EXIT
084900     END-IF.
085000
085100     MOVE "N" TO VTA-SW-REG-EXISTE.
085200     MOVE VTA-KDX-PRODUCTO TO VTA-STK-PRODUCTO.
085300     MOVE VTA-KDX-SUCURSAL TO VTA-STK-SUCURSAL.
085400     READ STOCK-SUC-FILE
085500         INVALID KEY
085600             CONTINUE
085700         NOT INVALID KEY
085800             SET VTA-REG-EXISTE TO TRUE
085900     END-READ.
086000
086100     IF VTA-REG-EXISTE
086200         ADD VTA-KDX-CANTIDAD TO VTA-STK-STOCK
086300         REWRITE VTA-STOCK-SUC-RECORD
086400     ELSE
086500         MOVE SPACES TO VTA-STOCK-SUC-RECORD
086600         MOVE VTA-KDX-PRODUCTO TO VTA-STK-PRODUCTO
086700         MOVE VTA-KDX-SUCURSAL TO VTA-STK-SUCURSAL
086800         MOVE VTA-KDX-CANTIDAD TO VTA-STK-STOCK
086900         MOVE ZERO             TO VTA-STK-PUNTO-REPO
087000         MOVE ZERO             TO VTA-STK-CANT-REPO
087100         MOVE ZERO             TO VTA-STK-RESERVADO
087200         WRITE VTA-STOCK-SUC-RECORD
087300         ADD 1 TO VTA-DIA-ALTAS
087400     END-IF.
087500
087600     ADD VTA-KDX-CANTIDAD TO VTA-DIA-DELTA.
087700     ADD 1 TO VTA-DIA-APLICADOS.
087800
087900 3130-EXIT.
088000     EXIT.
088100
088200******************************************************************
088300*3200-APLICAR-CTAMOVS: LOS DEBITOS SUMAN AL SALDO Y LOS CREDITOS
088400*RESTAN (VTA2600). UN CLIENTE SIN SALDO SE DA DE ALTA CON EL
088500*MOVIMIENTO, COMO LO HACE VTA2600.
088600******************************************************************
088700 3200-APLICAR-CTAMOVS.
088800
088900     OPEN INPUT CTA-MOV-FILE.
089000     IF NOT VTA-MOV-OK
089100         GO TO 3200-EXIT
089200     END-IF.
089300
089400     MOVE "N" TO VTA-SW-FIN-DIARIO.
089500     PERFORM 3210-LEER-CTAMOVS THRU 3210-EXIT
089600         UNTIL VTA-FIN-DIARIO.
089700
089800     CLOSE CTA-MOV-FILE.
089900
090000 3200-EXIT.
090100     EXIT.
090200
090300 3210-LEER-CTAMOVS.
090400
090500     READ CTA-MOV-FILE
090600         AT END
090700             SET VTA-FIN-DIARIO TO TRUE
090800             GO TO 3210-EXIT
090900     END-READ.
091000
091100     ADD 1 TO VTA-DIA-LEIDOS.
091200     ADD 1 TO VTA-CANT-LEIDOS.
091300
091400     IF VTA-DIA-LEIDOS NOT > VTA-CTL-POS-DIARIO
091500         GO TO 3210-EXIT
091600     END-IF.
091700
091800     IF NOT VTA-CTM-ES-DEBITO AND NOT VTA-CTM-ES-CREDITO
091900         GO TO 3210-EXIT
092000     END-IF.
092100
092200     MOVE "N" TO VTA-SW-REG-EXISTE.
092300     MOVE VTA-CTM-CLIENTE-ID TO VTA-CTA-CLIENTE-ID.
092400     READ CTA-SALDO-FILE
092500         INVALID KEY
092600             CONTINUE
092700         NOT INVALID KEY
092800             SET VTA-REG-EXISTE TO TRUE
092900     END-READ.
093000
093100     IF NOT VTA-REG-EXISTE
093200         MOVE VTA-CTM-CLIENTE-ID TO VTA-CTA-CLIENTE-ID
093300         MOVE ZERO               TO VTA-CTA-SALDO
093400     END-IF.
093500
093600     IF VTA-CTM-ES-DEBITO
093700         ADD VTA-CTM-IMPORTE TO VTA-CTA-SALDO
093800         ADD VTA-CTM-IMPORTE TO VTA-DIA-DELTA
093900     ELSE
094000         SUBTRACT VTA-CTM-IMPORTE FROM VTA-CTA-SALDO
094100         SUBTRACT VTA-CTM-IMPORTE FROM VTA-DIA-DELTA
094200     END-IF.
094300     MOVE VTA-CTM-FECHA TO VTA-CTA-FECHA-ULT-MOV.
094400
094500     IF VTA-REG-EXISTE
094600         REWRITE VTA-CTA-SALDO-RECORD
094700     ELSE
094800         WRITE VTA-CTA-SALDO-RECORD
094900         ADD 1 TO VTA-DIA-ALTAS
095000     END-IF.
095100
095200     ADD 1 TO VTA-DIA-APLICADOS.
095300
095400 3210-EXIT.
095500     EXIT.
095600
095700******************************************************************
095800*3300-APLICAR-PTOSMOV: LOS PUNTOS DEL DIARIO YA VIENEN CON SIGNO.
095900*UN CLIENTE SIN SALDO SE DA DE ALTA CON EL MOVIMIENTO (VTA1200).
096000******************************************************************
096100 3300-APLICAR-PTOSMOV.
096200
096300     OPEN INPUT PUNTOS-MOV-FILE.
096400     IF NOT VTA-PTMOV-OK
096500         GO TO 3300-EXIT
096600     END-IF.
096700
096800     MOVE "N" TO VTA-SW-FIN-DIARIO.
096900     PERFORM 3310-LEER-PTOSMOV THRU 3310-EXIT
097000         UNTIL VTA-FIN-DIARIO.
097100
097200     CLOSE PUNTOS-MOV-FILE.
097300
097400 3300-EXIT.
097500     EXIT.
097600
097700 3310-LEER-PTOSMOV.
097800
097900     READ PUNTOS-MOV-FILE
098000         AT END
098100             SET VTA-FIN-DIARIO TO TRUE
098200             GO TO 3310-EXIT
098300     END-READ.
098400
098500     ADD 1 TO VTA-DIA-LEIDOS.
098600     ADD 1 TO VTA-CANT-LEIDOS.
098700
098800     IF VTA-DIA-LEIDOS NOT > VTA-CTL-POS-DIARIO
098900         GO TO 3310-EXIT
099000     END-IF.
099100
099200     MOVE "N" TO VTA-SW-REG-EXISTE.
099300     MOVE VTA-PTM-CLIENTE-ID TO VTA-PTS-CLIENTE-ID.
099400     READ PUNTOS-SALDO-FILE
099500         INVALID KEY
099600             CONTINUE
099700         NOT INVALID KEY
099800             SET VTA-REG-EXISTE TO TRUE
099900     END-READ.
100000
100100     IF VTA-REG-EXISTE
100200         ADD VTA-PTM-PUNTOS TO VTA-PTS-SALDO
100300         MOVE VTA-PTM-FECHA TO VTA-PTS-FECHA-ULT-MOV
100400         REWRITE VTA-PTOS-SALDO-RECORD
100500     ELSE
100600         MOVE VTA-PTM-CLIENTE-ID TO VTA-PTS-CLIENTE-ID
100700         MOVE VTA-PTM-PUNTOS     TO VTA-PTS-SALDO
100800         MOVE VTA-PTM-FECHA      TO VTA-PTS-FECHA-ULT-MOV
100900         WRITE VTA-PTOS-SALDO-RECORD
101000         ADD 1 TO VTA-DIA-ALTAS
101100     END-IF.
101200
101300     ADD VTA-PTM-PUNTOS TO VTA-DIA-DELTA.
101400     ADD 1 TO VTA-DIA-APLICADOS.
101500
101600 3310-EXIT.
101700     EXIT.
101800
101900******************************************************************
102000*3400-APLICAR-VENTAS-GIFT: EL DIARIO DE LAS TARJETAS ES EL LOG DE
102100*AUDITORIA VIVO. SE TOMAN LOS REGISTROS CON TARJETA GRABADOS DESDE
102200*LA FECHA DE LA IMAGEN QUE NO ESTABAN YA EN LA IMAGEN DEL LOG. LA
102300*VENTA DEBITA LO COBRADO Y LA DEVOLUCION, CON IMPORTE NEGATIVO, LO
102400*ACREDITA Y REACTIVA LA TARJETA, COMO EN EJERCICIO5.
102500******************************************************************
102600 3400-APLICAR-VENTAS-GIFT.
102700
102800     OPEN INPUT AUDIT-LOG-FILE.
102900     IF NOT VTA-AUDIT-OK
103000         GO TO 3400-EXIT
103100     END-IF.
103200
103300     MOVE "N" TO VTA-SW-FIN-DIARIO.
103400     PERFORM 3410-LEER-AUDITORIA THRU 3410-EXIT
103500         UNTIL VTA-FIN-DIARIO.
103600
103700     CLOSE AUDIT-LOG-FILE.
103800
103900 3400-EXIT.
104000     EXIT.
104100
104200 3410-LEER-AUDITORIA.
104300
104400     READ AUDIT-LOG-FILE NEXT RECORD
104500         AT END
104600             SET VTA-FIN-DIARIO TO TRUE
104700             GO TO 3410-EXIT
104800     END-READ.
104900
105000     ADD 1 TO VTA-CANT-LEIDOS.
105100
105200     IF VTA-AUD-FECHA < VTA-CTL-FECHA
105300     OR VTA-AUD-GC-NUMERO = SPACES
105400         GO TO 3410-EXIT
105500     END-IF.
105600
105700     ADD 1 TO VTA-DIA-LEIDOS.
105800
105900     MOVE "N" TO VTA-SW-YA-APLICADA.
106000     PERFORM 3420-BUSCAR-EN-IMAGEN THRU 3420-EXIT
106100         VARYING VTA-YAP-IDX FROM 1 BY 1
106200         UNTIL VTA-YAP-IDX > VTA-YAP-CANT
106300            OR VTA-YA-APLICADA.
106400
106500     IF VTA-YA-APLICADA
106600         ADD 1 TO VTA-DIA-EN-IMAGEN
106700         GO TO 3410-EXIT
106800     END-IF.
106900
107000     MOVE VTA-AUD-GC-NUMERO TO VTA-GFT-NUMERO.
107100     READ GIFT-CARD-FILE
107200         INVALID KEY
107300             DISPLAY "VTA8600 - VENTA CON GIFT CARD INEXISTENTE: "
107400                     VTA-AUD-GC-NUMERO
107500             ADD 1 TO VTA-DIA-SIN-MAESTRO
107600             GO TO 3410-EXIT
107700     END-READ.
107800
107900     SUBTRACT VTA-AUD-TOTAL-COBRAR FROM VTA-GFT-SALDO.
108000     SUBTRACT VTA-AUD-TOTAL-COBRAR FROM VTA-DIA-DELTA.
108100     IF VTA-AUD-DEVOLUCION
108200         SET VTA-GFT-ACTIVA TO TRUE
108300     ELSE
108400         IF VTA-GFT-SALDO NOT > ZERO
108500             SET VTA-GFT-AGOTADA TO TRUE
108600         END-IF
108700     END-IF.
108800     MOVE VTA-AUD-FECHA TO VTA-GFT-FECHA-ULT-MOV.
108900     REWRITE VTA-GIFT-RECORD.
109000
109100     ADD 1 TO VTA-DIA-APLICADOS.
109200
109300 3410-EXIT.
109400     EXIT.
109500
109600 3420-BUSCAR-EN-IMAGEN.
109700
109800     IF VTA-AUD-KEY = VTA-YAP-CLAVE (VTA-YAP-IDX)
109900         SET VTA-YA-APLICADA TO TRUE
110000     END-IF.
110100
110200 3420-EXIT.
110300     EXIT.
110400
110500******************************************************************
110600*4000-PROBAR-MAESTRO: RELEE EL MAESTRO RECONSTRUIDO COMPLETO. SU
110700*CANTIDAD DEBE SER LA DE LA IMAGEN MAS LAS ALTAS, Y SU TOTAL DE
110800*CONTROL EL DE LA IMAGEN MAS EL DELTA DEL DIARIO.
110900******************************************************************
111000 4000-PROBAR-MAESTRO.
111100
111200     EVALUATE TRUE
111300         WHEN VTA-REC-CLIENTEM
111400             OPEN INPUT CLIENTE-MASTER-FILE
111500             MOVE VTA-CLIMTR-STATUS  TO VTA-DESTINO-STATUS
111600         WHEN VTA-REC-PRODUCTM
111700             OPEN INPUT PRODUCTO-MASTER-FILE
111800             MOVE VTA-PRODMTR-STATUS TO VTA-DESTINO-STATUS
111900         WHEN VTA-REC-STOCKSUC
112000             OPEN INPUT STOCK-SUC-FILE
112100             MOVE VTA-STKSUC-STATUS  TO VTA-DESTINO-STATUS
112200         WHEN VTA-REC-CTASALDO
112300             OPEN INPUT CTA-SALDO-FILE
112400             MOVE VTA-SALDO-STATUS   TO VTA-DESTINO-STATUS
112500         WHEN VTA-REC-PTOSALDO
112600             OPEN INPUT PUNTOS-SALDO-FILE
112700             MOVE VTA-PTOS-STATUS    TO VTA-DESTINO-STATUS
112800         WHEN VTA-REC-GIFTCARD
112900             OPEN INPUT GIFT-CARD-FILE
113000             MOVE VTA-GIFT-STATUS    TO VTA-DESTINO-STATUS
113100         WHEN VTA-REC-AUDITLOG
113200             OPEN INPUT AUDIT-LOG-FILE
113300             MOVE VTA-AUDIT-STATUS   TO VTA-DESTINO-STATUS
113400     END-EVALUATE.
113500
113600     IF NOT VTA-DESTINO-OK
113700         STRING "NO SE PUDO RELEER EL MAESTRO. STATUS: "
113800                VTA-DESTINO-STATUS
113900                DELIMITED BY SIZE INTO VTA-MENSAJE
114000         PERFORM 8900-CANCELAR THRU 8900-EXIT
114100     END-IF.
114200
114300     MOVE "N" TO VTA-SW-FIN-MAESTRO.
114400     PERFORM 4100-LEER-RECONSTRUIDO THRU 4100-EXIT
114500         UNTIL VTA-FIN-MAESTRO.
114600
114700     PERFORM 2950-CERRAR-DESTINO THRU 2950-EXIT.
114800
114900     COMPUTE VTA-ESP-CANT-REG = VTA-CTL-CANT-REG + VTA-DIA-ALTAS.
115000     COMPUTE VTA-ESP-TOTAL    = VTA-CTL-TOTAL + VTA-DIA-DELTA.
115100
115200     MOVE "ESPERADO: IMAGEN MAS DIARIO" TO VTA-LC-CONCEPTO.
115300     MOVE VTA-ESP-CANT-REG      TO VTA-LC-CANT.
115400     MOVE VTA-ESP-TOTAL         TO VTA-LC-TOTAL.
115500     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CIFRAS.
115600
115700     MOVE "MAESTRO RECONSTRUIDO" TO VTA-LC-CONCEPTO.
115800     MOVE VTA-REC-CANT-REG      TO VTA-LC-CANT.
115900     MOVE VTA-REC-TOTAL         TO VTA-LC-TOTAL.
116000     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CIFRAS.
116100
116200     MOVE SPACES TO VTA-REPORT-LINE.
116300     WRITE VTA-REPORT-LINE.
116400
116500     IF VTA-REC-CANT-REG NOT = VTA-ESP-CANT-REG
116600     OR VTA-REC-TOTAL NOT = VTA-ESP-TOTAL
116700         MOVE "EL MAESTRO NO CUADRA CON IMAGEN MAS DIARIO."
116800                                TO VTA-MENSAJE
116900         PERFORM 8900-CANCELAR THRU 8900-EXIT
117000     END-IF.
117100
117200 4000-EXIT.
117300     EXIT.
117400
117500 4100-LEER-RECONSTRUIDO.
117600
117700     EVALUATE TRUE
117800         WHEN VTA-REC-CLIENTEM
117900             READ CLIENTE-MASTER-FILE NEXT RECORD
118000                 AT END
118100                     SET VTA-FIN-MAESTRO TO TRUE
118200                 NOT AT END
118300                     ADD VTA-CLI-LIMITE-CREDITO TO VTA-REC-TOTAL
118400             END-READ
118500         WHEN VTA-REC-PRODUCTM
118600             READ PRODUCTO-MASTER-FILE NEXT RECORD
118700                 AT END
118800                     SET VTA-FIN-MAESTRO TO TRUE
118900                 NOT AT END
119000                     ADD VTA-PROD-STOCK TO VTA-REC-TOTAL
119100             END-READ
119200         WHEN VTA-REC-STOCKSUC
119300             READ STOCK-SUC-FILE NEXT RECORD
119400                 AT END
119500                     SET VTA-FIN-MAESTRO TO TRUE
119600                 NOT AT END
119700                     ADD VTA-STK-STOCK TO VTA-REC-TOTAL
119800             END-READ
119900         WHEN VTA-REC-CTASALDO
120000             READ CTA-SALDO-FILE NEXT RECORD
120100                 AT END
120200                     SET VTA-FIN-MAESTRO TO TRUE
120300                 NOT AT END
120400                     ADD VTA-CTA-SALDO TO VTA-REC-TOTAL
120500             END-READ
120600         WHEN VTA-REC-PTOSALDO
120700             READ PUNTOS-SALDO-FILE NEXT RECORD
120800                 AT END
120900                     SET VTA-FIN-MAESTRO TO TRUE
121000                 NOT AT END
121100                     ADD VTA-PTS-SALDO TO VTA-REC-TOTAL
121200             END-READ
121300         WHEN VTA-REC-GIFTCARD
121400             READ GIFT-CARD-FILE NEXT RECORD
121500                 AT END
121600                     SET VTA-FIN-MAESTRO TO TRUE
121700                 NOT AT END
121800                     ADD VTA-GFT-SALDO TO VTA-REC-TOTAL
121900             END-READ
122000         WHEN VTA-REC-AUDITLOG
122100             READ AUDIT-LOG-FILE NEXT RECORD
122200                 AT END
122300                     SET VTA-FIN-MAESTRO TO TRUE
122400                 NOT AT END
122500                     ADD VTA-AUD-TOTAL-COBRAR TO VTA-REC-TOTAL
122600             END-READ
122700     END-EVALUATE.
122800
122900     IF NOT VTA-FIN-MAESTRO
123000         ADD 1 TO VTA-REC-CANT-REG
123100     END-IF.
123200
123300 4100-EXIT.
123400     EXIT.
123500
123600******************************************************************
123700*8900-CANCELAR: LA RECUPERACION NO SE PUEDE COMPLETAR O NO CUADRA.
123800*SE LISTA EL MOTIVO Y EL PASO TERMINA CON RC=8: EL MAESTRO DE
123900*RECUPERACION NO SE DEBE PONER EN PRODUCCION.
124000******************************************************************
124100 8900-CANCELAR.
124200
124300     DISPLAY "VTA8600 - " VTA-MENSAJE.
124400     WRITE VTA-REPORT-LINE FROM VTA-MENSAJE.
124500     MOVE "RECUPERACION CANCELADA. RC=8. NO PONER EN PRODUCCION."
124600                            TO VTA-REPORT-LINE.
124700     WRITE VTA-REPORT-LINE.
124800     CLOSE RECUP-REPORT-FILE.
124900
125000     MOVE 8 TO RETURN-CODE.
125100     PERFORM 9900-REGISTRAR-FIN THRU 9900-EXIT.
125200     STOP RUN.
125300
125400 8900-EXIT.
125500     EXIT.
125600
125700 9000-FINALIZAR.
125800
125900     IF VTA-DIA-SIN-MAESTRO > 0
126000         MOVE "MAESTRO PROBADO CON AVISOS: MOVIMIENTOS SIN"
126100                                TO VTA-REPORT-LINE
126200         WRITE VTA-REPORT-LINE
126300         MOVE "REGISTRO EN EL MAESTRO (VER SYSOUT). RC=4."
126400                                TO VTA-REPORT-LINE
126500         WRITE VTA-REPORT-LINE
126600         MOVE 4 TO RETURN-CODE
126700     ELSE
126800         MOVE "MAESTRO PROBADO. SE PUEDE PONER EN PRODUCCION."
126900                                TO VTA-REPORT-LINE
127000         WRITE VTA-REPORT-LINE
127100         MOVE 0 TO RETURN-CODE
127200     END-IF.
127300
127400     CLOSE RECUP-REPORT-FILE.
127500
127600     DISPLAY "VTA8600 - MAESTRO " VTA-REC-MAESTRO
127700             " RECUPERADO. REGISTROS: " VTA-REC-CANT-REG.
127800
127900 9000-EXIT.
128000     EXIT.
128100
128200 9900-REGISTRAR-FIN.
128300
128400     SET VTA-RLP-FIN TO TRUE.
128500     MOVE VTA-CTL-FECHA TO VTA-RLP-FECHA-NEG.
128600     MOVE VTA-CANT-LEIDOS TO VTA-RLP-REG-ENTRADA.
128700     MOVE VTA-REC-CANT-REG TO VTA-RLP-REG-SALIDA.
128800     MOVE RETURN-CODE TO VTA-RLP-RC.
128900     CALL "VTARUNLG" USING VTA-RUNLOG-PARMS.
129000
129100 9900-EXIT.
129200     EXIT.

000100******************************************************************
000200*REGISTRO DE CHEQUES RECHAZADOS. PANTALLA DE CONSOLA PARA
000300*TESORERIA (MISMO ESTILO QUE VTA4000) SOBRE LA CARTERA DE CHEQUES
000400*CHEQ-CART-FILE QUE ARMA LA CORRIDA NOCTURNA VTA2600. CUANDO EL
000500*BANCO DEVUELVE UN CHEQUE, SE LO BUSCA POR FECHA DE COBRO, BANCO
000600*Y NUMERO Y, PREVIA CONFIRMACION:
000700*  - SE MARCA EL CHEQUE RECHAZADO ("R") CON EL GASTO BANCARIO;
000800*  - SE REVIERTE EL CREDITO EN EL DIARIO DE CUENTA CORRIENTE
000900*    (MOVIMIENTO TIPO "R") Y SE DEBITA EL GASTO DEL RECHAZO
001000*    (TIPO "G"), ACTUALIZANDO EL SALDO EN CTA-SALDO-FILE;
001100*  - SE BLOQUEA AL CLIENTE EN CRED-HOLD-FILE CON MOTIVO "C", QUE
001200*    LA CORRIDA NOCTURNA VTA3900 NO LIBERA (SOLO VTA4000), Y SE
001300*    ASIENTA EL ALTA EN HOLD-LOG-FILE.
001400*SE ACEPTA EL RECHAZO DE UN CHEQUE EN CARTERA O YA ACREDITADO
001500*(EL AVISO DEL BANCO PUEDE LLEGAR DESPUES DE LA FECHA DE COBRO).
001600******************************************************************
001700*MODIFICACIONES:
001800*2026-10-15 NF  PROGRAMA ORIGINAL.
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. VTA7000.
002200 AUTHOR. N. FEDIUK.
002300 INSTALLATION. PERFUMERIA - SISTEMAS.
002400 DATE-WRITTEN. 2026-10-15.
002500 DATE-COMPILED. 2026-10-15.
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT CHEQ-CART-FILE ASSIGN TO "CHEQCART"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS RANDOM
003300         RECORD KEY IS VTA-CHQ-KEY
003400         FILE STATUS IS VTA-CHQ-STATUS.
003500
003600     SELECT CTA-SALDO-FILE ASSIGN TO "CTASALDO"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS VTA-CTA-CLIENTE-ID
004000         FILE STATUS IS VTA-SALDO-STATUS.
004100
004200     SELECT OPTIONAL CTA-MOV-FILE ASSIGN TO "CTAMOVS"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS VTA-MOV-STATUS.
004500
004600     SELECT CRED-HOLD-FILE ASSIGN TO "CREDHOLD"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS VTA-HLD-CLIENTE-ID
005000         FILE STATUS IS VTA-HOLD-STATUS.
005100
005200     SELECT OPTIONAL HOLD-LOG-FILE ASSIGN TO "HOLDLOG"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS VTA-HLOG-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  CHEQ-CART-FILE
005900     RECORDING MODE IS F.
006000     COPY VTACHEQ.
006100
006200 FD  CTA-SALDO-FILE
006300     RECORDING MODE IS F.
006400     COPY VTACTAC.
006500
006600 FD  CTA-MOV-FILE
006700     RECORDING MODE IS F.
006800     COPY VTACTMV.
006900
007000 FD  CRED-HOLD-FILE
007100     RECORDING MODE IS F.
007200     COPY VTAHOLD.
007300
007400 FD  HOLD-LOG-FILE
007500     RECORDING MODE IS F.
007600     COPY VTAHLDL.
007700
007800 WORKING-STORAGE SECTION.
007900
008000 COPY VTANUMP.
008100
008200 01  VTA-CHQ-STATUS                  PIC X(02).
008300     88  VTA-CHQ-OK                  VALUE "00".
008400
008500 01  VTA-SALDO-STATUS                PIC X(02).
008600     88  VTA-SALDO-OK                VALUE "00".
008700
008800 01  VTA-MOV-STATUS                  PIC X(02).
008900     88  VTA-MOV-OK                  VALUE "00".
009000
009100 01  VTA-HOLD-STATUS                 PIC X(02).
009200     88  VTA-HOLD-OK                 VALUE "00".
009300
009400 01  VTA-HLOG-STATUS                 PIC X(02).
009500     88  VTA-HLOG-OK                 VALUE "00".
009600
009700 01  VTA-SWITCHES.
009800     05  VTA-SW-SALIR                PIC X(01) VALUE "N".
009900         88  VTA-SALIR               VALUE "S".
010000     05  VTA-SW-CHEQUE-ENCONTRADO    PIC X(01) VALUE "N".
010100         88  VTA-CHEQUE-ENCONTRADO   VALUE "S".
010200     05  VTA-SW-HOLD-EXISTE          PIC X(01) VALUE "N".
010300         88  VTA-HOLD-EXISTE         VALUE "S".
010400
010500 01  VTA-OPCION-MENU                 PIC 9(01).
010600 01  VTA-RESPUESTA                   PIC X(01).
010700
010800 01  VTA-USUARIO                     PIC X(08).
010900 01  VTA-FECHA-HOY                   PIC 9(08).
011000
011100 01  VTA-CAP-FECHA-COBRO             PIC 9(08).
011200 01  VTA-CAP-BANCO                   PIC 9(03).
011300 01  VTA-CAP-NUMERO                  PIC 9(08).
011400 01  VTA-CAP-GASTO                   PIC 9(07)V9(02).
011500
011600 01  VTA-CANT-RECHAZOS               PIC 9(05) COMP VALUE ZERO.
011700
011800 01  VTA-LINEA-CHEQUE.
011900     05  FILLER                      PIC X(09) VALUE "CLIENTE: ".
012000     05  VTA-LQ-CLIENTE              PIC 9(08).
012100     05  FILLER                      PIC X(11)
012200         VALUE "  IMPORTE: ".
012300     05  VTA-LQ-IMPORTE              PIC ZZZ,ZZZ,ZZ9.99.
012400     05  FILLER                      PIC X(10) VALUE "  ESTADO: ".
012500     05  VTA-LQ-ESTADO               PIC X(01).
012600
012700 01  VTA-LINEA-LIBRADOR.
012800     05  FILLER                      PIC X(10) VALUE "LIBRADOR: ".
012900     05  VTA-LL-LIBRADOR             PIC X(20).
013000     05  FILLER                      PIC X(10) VALUE "  RECIBO: ".
013100     05  VTA-LL-RECIBO               PIC X(12).
013200
013300 PROCEDURE DIVISION.
013400
013500 0000-MAINLINE.
013600
013700     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
013800
013900     PERFORM 2000-MENU THRU 2000-EXIT
014000         UNTIL VTA-SALIR.
014100
014200     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
014300
014400     STOP RUN.
014500
014600 1000-INICIALIZAR.
014700
014800     DISPLAY "CHEQUES RECHAZADOS - CARTERA DE CHEQUES".
014900     DISPLAY "USUARIO DE TESORERIA: " WITH NO ADVANCING.
015000     ACCEPT VTA-USUARIO.
015100
015200     ACCEPT VTA-FECHA-HOY FROM DATE YYYYMMDD.
015300
015400     OPEN I-O CHEQ-CART-FILE.
015500     IF NOT VTA-CHQ-OK
015600         DISPLAY "NO SE PUDO ABRIR CHEQ-CART-FILE. "
015700                 "ESTADO: " VTA-CHQ-STATUS
015800         MOVE 8 TO RETURN-CODE
015900         STOP RUN
016000     END-IF.
016100
016200     OPEN I-O CTA-SALDO-FILE.
016300     IF NOT VTA-SALDO-OK
016400         DISPLAY "NO SE PUDO ABRIR CTA-SALDO-FILE. "
016500                 "ESTADO: " VTA-SALDO-STATUS
016600         CLOSE CHEQ-CART-FILE
016700         MOVE 8 TO RETURN-CODE
016800         STOP RUN
016900     END-IF.
017000
017100     OPEN I-O CRED-HOLD-FILE.
017200     IF NOT VTA-HOLD-OK
017300         DISPLAY "NO SE PUDO ABRIR CRED-HOLD-FILE. "
017400                 "ESTADO: " VTA-HOLD-STATUS
017500         CLOSE CHEQ-CART-FILE
017600         CLOSE CTA-SALDO-FILE
017700         MOVE 8 TO RETURN-CODE
017800         STOP RUN
017900     END-IF.
018000
018100     OPEN EXTEND CTA-MOV-FILE.
018200     OPEN EXTEND HOLD-LOG-FILE.
018300
018400 1000-EXIT.
018500     EXIT.
018600
018700 2000-MENU.
018800
018900     DISPLAY " ".
019000     DISPLAY "CHEQUES RECHAZADOS".
019100     DISPLAY "1 - CONSULTAR CHEQUE".
019200     DISPLAY "2 - REGISTRAR CHEQUE RECHAZADO".
019300     DISPLAY "3 - SALIR".
019400     DISPLAY "OPCION: " WITH NO ADVANCING.
019500     ACCEPT VTA-OPCION-MENU.
019600
019700     EVALUATE VTA-OPCION-MENU
019800         WHEN 1
019900             PERFORM 3000-CONSULTAR THRU 3000-EXIT
020000         WHEN 2
020100             PERFORM 4000-RECHAZAR THRU 4000-EXIT
020200         WHEN 3
020300             SET VTA-SALIR TO TRUE
020400         WHEN OTHER
020500             DISPLAY "OPCION INVALIDA."
020600     END-EVALUATE.
020700
020800 2000-EXIT.
020900     EXIT.
021000
021100 3000-CONSULTAR.
021200
021300     PERFORM 3500-CAPTURAR-CHEQUE THRU 3500-EXIT.
021400
021500     PERFORM 3600-LEER-CHEQUE THRU 3600-EXIT.
021600
021700     IF NOT VTA-CHEQUE-ENCONTRADO
021800         DISPLAY "EL CHEQUE NO ESTA EN LA CARTERA."
021900         GO TO 3000-EXIT
022000     END-IF.
022100
022200     PERFORM 3700-MOSTRAR-CHEQUE THRU 3700-EXIT.
022300
022400 3000-EXIT.
022500     EXIT.
022600
022700 3500-CAPTURAR-CHEQUE.
022800
022900     MOVE "FECHA DE COBRO (AAAAMMDD): " TO VTA-NUM-PROMPT.
023000     CALL "VTANUMER" USING VTA-NUMER-PARMS.
023100     MOVE VTA-NUM-VALOR TO VTA-CAP-FECHA-COBRO.
023200
023300     MOVE "CODIGO DE BANCO: " TO VTA-NUM-PROMPT.
023400     CALL "VTANUMER" USING VTA-NUMER-PARMS.
023500     MOVE VTA-NUM-VALOR TO VTA-CAP-BANCO.
023600
023700     MOVE "NUMERO DE CHEQUE: " TO VTA-NUM-PROMPT.
023800     CALL "VTANUMER" USING VTA-NUMER-PARMS.
023900     MOVE VTA-NUM-VALOR TO VTA-CAP-NUMERO.
024000
024100 3500-EXIT.
024200     EXIT.
024300
024400 3600-LEER-CHEQUE.
024500
024600     MOVE "N" TO VTA-SW-CHEQUE-ENCONTRADO.
024700     MOVE VTA-CAP-FECHA-COBRO TO VTA-CHQ-FECHA-COBRO.
024800     MOVE VTA-CAP-BANCO       TO VTA-CHQ-BANCO.
024900     MOVE VTA-CAP-NUMERO      TO VTA-CHQ-NUMERO.
025000
025100     READ CHEQ-CART-FILE
025200         INVALID KEY
025300             CONTINUE
025400         NOT INVALID KEY
025500             SET VTA-CHEQUE-ENCONTRADO TO TRUE
025600     END-READ.
025700
025800 3600-EXIT.
025900     EXIT.
026000
026100 3700-MOSTRAR-CHEQUE.
026200
026300     MOVE VTA-CHQ-CLIENTE-ID TO VTA-LQ-CLIENTE.
026400     MOVE VTA-CHQ-IMPORTE    TO VTA-LQ-IMPORTE.
026500     MOVE VTA-CHQ-ESTADO     TO VTA-LQ-ESTADO.
026600     DISPLAY VTA-LINEA-CHEQUE.
026700
026800     MOVE VTA-CHQ-LIBRADOR   TO VTA-LL-LIBRADOR.
026900     MOVE VTA-CHQ-RECIBO     TO VTA-LL-RECIBO.
027000     DISPLAY VTA-LINEA-LIBRADOR.
027100
027200 3700-EXIT.
027300     EXIT.
027400
027500******************************************************************
027600*4000-RECHAZAR: MARCA EL CHEQUE RECHAZADO Y HACE TODO EL ASIENTO
027700*DEL RECHAZO: REVERSION DEL CREDITO, GASTO BANCARIO, SALDO Y
027800*BLOQUEO DEL CLIENTE. UN CHEQUE YA RECHAZADO NO SE REPROCESA.
027900******************************************************************
028000 4000-RECHAZAR.
028100
028200     PERFORM 3500-CAPTURAR-CHEQUE THRU 3500-EXIT.
028300
028400     PERFORM 3600-LEER-CHEQUE THRU 3600-EXIT.
028500
028600     IF NOT VTA-CHEQUE-ENCONTRADO
028700         DISPLAY "EL CHEQUE NO ESTA EN LA CARTERA."
028800         GO TO 4000-EXIT
028900     END-IF.
029000
029100     PERFORM 3700-MOSTRAR-CHEQUE THRU 3700-EXIT.
029200
029300     IF VTA-CHQ-RECHAZADO
029400         DISPLAY "EL CHEQUE YA FIGURA RECHAZADO EL "
029500                 VTA-CHQ-FECHA-ESTADO "."
029600         GO TO 4000-EXIT
029700     END-IF.
029800
029900     MOVE "GASTO BANCARIO DEL RECHAZO: " TO VTA-NUM-PROMPT.
030000     CALL "VTANUMER" USING VTA-NUMER-PARMS.
030100     IF VTA-NUM-VALOR < ZERO
030200         DISPLAY "EL GASTO NO PUEDE SER NEGATIVO."
030300         GO TO 4000-EXIT
030400     END-IF.
030500     MOVE VTA-NUM-VALOR TO VTA-CAP-GASTO.
030600
030700     DISPLAY "CONFIRMA EL RECHAZO (S/N): " WITH NO ADVANCING.
030800     ACCEPT VTA-RESPUESTA.
030900
031000     IF VTA-RESPUESTA NOT = "S" AND VTA-RESPUESTA NOT = "s"
031100         DISPLAY "RECHAZO CANCELADO."
031200         GO TO 4000-EXIT
031300     END-IF.
031400
031500     SET VTA-CHQ-RECHAZADO   TO TRUE.
031600     MOVE VTA-FECHA-HOY      TO VTA-CHQ-FECHA-ESTADO.
031700     MOVE VTA-CAP-GASTO      TO VTA-CHQ-GASTO-RECHAZO.
031800     MOVE VTA-USUARIO        TO VTA-CHQ-USUARIO.
031900
032000     REWRITE VTA-CHEQUE-RECORD
032100         INVALID KEY
032200             DISPLAY "NO SE PUDO MARCAR EL CHEQUE. ESTADO: "
032300                     VTA-CHQ-STATUS
032400             GO TO 4000-EXIT
032500     END-REWRITE.
032600
032700     PERFORM 4100-DEBITAR-CUENTA THRU 4100-EXIT.
032800
032900     PERFORM 4200-GRABAR-MOVIMIENTOS THRU 4200-EXIT.
033000
033100     PERFORM 4300-BLOQUEAR-CLIENTE THRU 4300-EXIT.
033200
033300     ADD 1 TO VTA-CANT-RECHAZOS.
033400     DISPLAY "RECHAZO REGISTRADO.".
033500
033600 4000-EXIT.
033700     EXIT.
033800
033900******************************************************************
034000*4100-DEBITAR-CUENTA: EL SALDO DEL CLIENTE VUELVE A SUBIR POR EL
034100*IMPORTE DEL CHEQUE MAS EL GASTO BANCARIO. UN CLIENTE SIN SALDO
034200*(NO DEBERIA PASAR: EL PAGO LO CREO) SE DA DE ALTA DEUDOR.
034300******************************************************************
034400 4100-DEBITAR-CUENTA.
034500
034600     MOVE VTA-CHQ-CLIENTE-ID TO VTA-CTA-CLIENTE-ID.
034700
034800     READ CTA-SALDO-FILE
034900         INVALID KEY
035000             MOVE VTA-CHQ-CLIENTE-ID TO VTA-CTA-CLIENTE-ID
035100             COMPUTE VTA-CTA-SALDO =
035200                     VTA-CHQ-IMPORTE + VTA-CAP-GASTO
035300             MOVE VTA-FECHA-HOY TO VTA-CTA-FECHA-ULT-MOV
035400             WRITE VTA-CTA-SALDO-RECORD
035500             GO TO 4100-EXIT
035600     END-READ.
035700
035800     ADD VTA-CHQ-IMPORTE TO VTA-CTA-SALDO.
035900     ADD VTA-CAP-GASTO   TO VTA-CTA-SALDO.
036000     MOVE VTA-FECHA-HOY  TO VTA-CTA-FECHA-ULT-MOV.
036100     REWRITE VTA-CTA-SALDO-RECORD.
036200
036300 4100-EXIT.
036400     EXIT.
036500
036600******************************************************************
036700*4200-GRABAR-MOVIMIENTOS: REVERSION DEL CREDITO DEL CHEQUE (TIPO
036800*"R") Y, SI EL BANCO COBRO GASTO, SU DEBITO (TIPO "G"), AMBOS CON
036900*EL RECIBO DEL PAGO ORIGINAL. EL DIARIO NO SE REESCRIBE: EL
037000*CREDITO PROVISORIO QUEDA Y EL RECHAZO LO COMPENSA.
037100******************************************************************
037200 4200-GRABAR-MOVIMIENTOS.
037300
037400     MOVE VTA-CHQ-CLIENTE-ID TO VTA-CTM-CLIENTE-ID.
037500     MOVE VTA-FECHA-HOY      TO VTA-CTM-FECHA.
037600     SET VTA-CTM-CHEQUE-RECHAZADO TO TRUE.
037700     MOVE VTA-CHQ-IMPORTE    TO VTA-CTM-IMPORTE.
037800     MOVE ZERO               TO VTA-CTM-CLAVE-VENTA.
037900     MOVE VTA-CHQ-RECIBO     TO VTA-CTM-RECIBO.
038000     WRITE VTA-CTA-MOV-RECORD.
038100
038200     IF VTA-CAP-GASTO = ZERO
038300         GO TO 4200-EXIT
038400     END-IF.
038500
038600     SET VTA-CTM-GASTO-RECHAZO TO TRUE.
038700     MOVE VTA-CAP-GASTO      TO VTA-CTM-IMPORTE.
038800     WRITE VTA-CTA-MOV-RECORD.
038900
039000 4200-EXIT.
039100     EXIT.
039200
039300******************************************************************
039400*4300-BLOQUEAR-CLIENTE: EL CLIENTE QUEDA BLOQUEADO CON MOTIVO "C".
039500*UN BLOQUEO AUTOMATICO VIGENTE (M/P) SE CAMBIA A "C" PARA QUE LA
039600*CORRIDA NOCTURNA NO LO LIBERE; UN BLOQUEO MANUAL O POR OTRO
039700*CHEQUE SE DEJA COMO ESTA.
039800******************************************************************
039900 4300-BLOQUEAR-CLIENTE.
040000
040100     MOVE "N" TO VTA-SW-HOLD-EXISTE.
040200     MOVE VTA-CHQ-CLIENTE-ID TO VTA-HLD-CLIENTE-ID.
040300
040400     READ CRED-HOLD-FILE
040500         INVALID KEY
040600             CONTINUE
040700         NOT INVALID KEY
040800             SET VTA-HOLD-EXISTE TO TRUE
040900     END-READ.
041000
041100     IF VTA-HOLD-EXISTE
041200        AND (VTA-HLD-MANUAL OR VTA-HLD-POR-CHEQUE)
041300         DISPLAY "EL CLIENTE YA ESTABA BLOQUEADO (MOTIVO "
041400                 VTA-HLD-MOTIVO ")."
041500         GO TO 4300-EXIT
041600     END-IF.
041700
041800     MOVE VTA-CHQ-CLIENTE-ID TO VTA-HLD-CLIENTE-ID.
041900     MOVE VTA-FECHA-HOY      TO VTA-HLD-FECHA-ALTA.
042000     SET VTA-HLD-POR-CHEQUE  TO TRUE.
042100     MOVE VTA-USUARIO        TO VTA-HLD-USUARIO.
042200
042300     IF VTA-HOLD-EXISTE
042400         REWRITE VTA-CRED-HOLD-RECORD
042500             INVALID KEY
042600                 DISPLAY "NO SE PUDO GRABAR EL BLOQUEO."
042700                 GO TO 4300-EXIT
042800         END-REWRITE
042900     ELSE
043000         WRITE VTA-CRED-HOLD-RECORD
043100             INVALID KEY
043200                 DISPLAY "NO SE PUDO GRABAR EL BLOQUEO."
043300                 GO TO 4300-EXIT
043400         END-WRITE
043500     END-IF.
043600
043700     PERFORM 8000-GRABAR-LOG THRU 8000-EXIT.
043800
043900     DISPLAY "CLIENTE BLOQUEADO POR CHEQUE RECHAZADO.".
044000
044100 4300-EXIT.
044200     EXIT.
044300
044400 8000-GRABAR-LOG.
044500
044600     MOVE VTA-HLD-CLIENTE-ID TO VTA-HLG-CLIENTE-ID.
044700     MOVE VTA-FECHA-HOY      TO VTA-HLG-FECHA.
044800     ACCEPT VTA-HLG-HORA FROM TIME.
044900     MOVE VTA-USUARIO        TO VTA-HLG-USUARIO.
045000     SET VTA-HLG-ALTA        TO TRUE.
045100     MOVE VTA-HLD-MOTIVO     TO VTA-HLG-MOTIVO.
045200
045300     WRITE VTA-HOLD-LOG-RECORD.
045400
045500 8000-EXIT.
045600     EXIT.
045700
045800 9000-FINALIZAR.
045900
046000     CLOSE CHEQ-CART-FILE.
046100     CLOSE CTA-SALDO-FILE.
046200     CLOSE CTA-MOV-FILE.
046300     CLOSE CRED-HOLD-FILE.
046400     CLOSE HOLD-LOG-FILE.
046500
046600     DISPLAY "CHEQUES RECHAZADOS REGISTRADOS: " VTA-CANT-RECHAZOS.
046700
046800 9000-EXIT.
046900     EXIT.
047000
047100 END PROGRAM VTA7000.

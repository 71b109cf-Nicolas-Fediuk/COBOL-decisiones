000100******************************************************************
000200*ALTA DE PLANES DE PAGO (REFINANCIACION) DE CUENTA CORRIENTE.
000300*PANTALLA DE CONSOLA PARA COBRANZAS (MISMO ESTILO QUE VTA4000).
000400*UN CLIENTE CON SALDO VENCIDO ENTRABA EN UN CIRCULO: VTA4100 LE
000500*CARGABA INTERES TODOS LOS MESES, VTA3900 LO MANTENIA BLOQUEADO Y
000600*LA DEUDA NO BAJABA NUNCA. ESTE PROGRAMA CALCULA EL SALDO VENCIDO
000700*DEL CLIENTE (MAS DE 30 DIAS, CON LA MISMA ANTIGUEDAD Y LA MISMA
000800*APLICACION DE PAGOS MAS-VIEJO-PRIMERO QUE VTA2700), Y PREVIA
000900*CONFIRMACION LO PASA A UN PLAN DE CUOTAS MENSUALES IGUALES CON
001000*LA TASA PACTADA:
001100*  - DA DE ALTA EL PLAN EN PLAN-REF-FILE (VTAPREF);
001200*  - SACA EL VENCIDO DE LA ANTIGUEDAD CON UN CREDITO "P" EN EL
001300*    DIARIO DE CUENTA CORRIENTE Y LO DESCUENTA DEL SALDO.
001400*LAS CUOTAS LAS DEBITA EN SU VENCIMIENTO LA CORRIDA MENSUAL
001500*VTA7300. UN CLIENTE NO PUEDE TENER DOS PLANES ACTIVOS.
001600******************************************************************
001700*MODIFICACIONES:
001800*2026-10-15 NF  PROGRAMA ORIGINAL.
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. VTA7200.
002200 AUTHOR. N. FEDIUK.
002300 INSTALLATION. PERFUMERIA - SISTEMAS.
002400 DATE-WRITTEN. 2026-10-15.
002500 DATE-COMPILED. 2026-10-15.
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT PLAN-REF-FILE ASSIGN TO "PLANREF"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS VTA-PRF-KEY
003400         FILE STATUS IS VTA-PRF-STATUS.
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
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  PLAN-REF-FILE
004900     RECORDING MODE IS F.
005000     COPY VTAPREF.
005100
005200 FD  CTA-SALDO-FILE
005300     RECORDING MODE IS F.
005400     COPY VTACTAC.
005500
005600 FD  CTA-MOV-FILE
005700     RECORDING MODE IS F.
005800     COPY VTACTMV.
005900
006000 WORKING-STORAGE SECTION.
006100
006200 COPY VTANUMP.
006300
006400 COPY VTAFCHP.
006500
006600 01  VTA-PRF-STATUS                  PIC X(02).
006700     88  VTA-PRF-OK                  VALUE "00".
006800
006900 01  VTA-SALDO-STATUS                PIC X(02).
007000     88  VTA-SALDO-OK                VALUE "00".
007100
007200 01  VTA-MOV-STATUS                  PIC X(02).
007300     88  VTA-MOV-OK                  VALUE "00".
007400
007500 01  VTA-SWITCHES.
007600     05  VTA-SW-SALIR                PIC X(01) VALUE "N".
007700         88  VTA-SALIR               VALUE "S".
007800     05  VTA-SW-FIN-PLANES           PIC X(01) VALUE "N".
007900         88  VTA-FIN-PLANES          VALUE "S".
008000     05  VTA-SW-PLAN-ACTIVO          PIC X(01) VALUE "N".
008100         88  VTA-PLAN-ACTIVO         VALUE "S".
008200     05  VTA-SW-FIN-MOVIMIENTOS      PIC X(01) VALUE "N".
008300         88  VTA-FIN-MOVIMIENTOS     VALUE "S".
008400
008500 01  VTA-OPCION-MENU                 PIC 9(01).
008600 01  VTA-RESPUESTA                   PIC X(01).
008700
008800 01  VTA-USUARIO                     PIC X(08).
008900 01  VTA-FECHA-HOY                   PIC 9(08).
009000
009100*CANTIDAD MAXIMA DE CUOTAS DE UN PLAN.
009200 77  VTA-MAX-CUOTAS                  PIC 9(02) VALUE 36.
009300
009400 01  VTA-CAP-CLIENTE-ID              PIC 9(08).
009500 01  VTA-CAP-CUOTAS                  PIC 9(02).
009600 01  VTA-CAP-TASA                    PIC 9(03)V9(02).
009700
009800*EL VENCIMIENTO DE CADA CUOTA CAE EL MISMO DIA DE CADA MES; SE
009900*ADMITEN LOS DIAS 1 A 28 PARA QUE EXISTA EN TODOS LOS MESES.
010000 01  VTA-CAP-PRIMER-VTO              PIC 9(08).
010100 01  VTA-CAP-PRIMER-VTO-R REDEFINES VTA-CAP-PRIMER-VTO.
010200     05  VTA-CPV-AAAA                PIC 9(04).
010300     05  VTA-CPV-MM                  PIC 9(02).
010400     05  VTA-CPV-DD                  PIC 9(02).
010500
010600*ANTIGUEDAD DEL CLIENTE, MISMO CRITERIO QUE VTA2700.
010700 01  VTA-DEBITOS-TRAMO.
010800     05  VTA-DEB-TRAMO OCCURS 4 TIMES
010900                       INDEXED BY VTA-DEB-IDX.
011000         10  VTA-DEB-SALDO           PIC S9(09)V9(02).
011100 01  VTA-CREDITO-REST                PIC S9(09)V9(02).
011200 01  VTA-DIAS-ANTIGUEDAD             PIC S9(05).
011300 01  VTA-TRAMO-EDAD                  PIC 9(01).
011400 01  VTA-SALDO-VENCIDO               PIC S9(09)V9(02).
011500
011600*CALCULO DE LA CUOTA FIJA (SISTEMA FRANCES).
011700 01  VTA-TASA-DECIMAL                PIC 9(01)V9(06).
011800 01  VTA-FACTOR                      PIC 9(05)V9(08).
011900 01  VTA-CUOTA-CALC                  PIC 9(09)V9(02).
012000 01  VTA-TOTAL-PLAN                  PIC 9(11)V9(02).
012100
012200 01  VTA-LINEA-PLAN.
012300     05  FILLER                      PIC X(06) VALUE "ALTA: ".
012400     05  VTA-LP-ALTA                 PIC 9(08).
012500     05  FILLER                      PIC X(10) VALUE "  ESTADO: ".
012600     05  VTA-LP-ESTADO               PIC X(01).
012700     05  FILLER                      PIC X(10) VALUE "  CUOTAS: ".
012800     05  VTA-LP-POSTEADAS            PIC Z9.
012900     05  FILLER                      PIC X(01) VALUE "/".
013000     05  VTA-LP-CANT                 PIC Z9.
013100     05  FILLER                      PIC X(03) VALUE " DE".
013200     05  VTA-LP-CUOTA                PIC ZZZ,ZZZ,ZZ9.99.
013300
013400 01  VTA-LINEA-IMPORTE.
013500     05  VTA-LI-TEXTO                PIC X(30).
013600     05  VTA-LI-IMPORTE              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
013700
013800 PROCEDURE DIVISION.
013900
014000 0000-MAINLINE.
014100
014200     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
014300
014400     PERFORM 2000-MENU THRU 2000-EXIT
014500         UNTIL VTA-SALIR.
014600
014700     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
014800
014900     STOP RUN.
015000
015100 1000-INICIALIZAR.
015200
015300     DISPLAY "PLANES DE PAGO - CUENTA CORRIENTE".
015400     DISPLAY "USUARIO DE COBRANZAS: " WITH NO ADVANCING.
015500     ACCEPT VTA-USUARIO.
015600
015700     ACCEPT VTA-FECHA-HOY FROM DATE YYYYMMDD.
015800
015900     OPEN I-O PLAN-REF-FILE.
016000     IF NOT VTA-PRF-OK
016100         DISPLAY "NO SE PUDO ABRIR PLAN-REF-FILE. "
016200                 "ESTADO: " VTA-PRF-STATUS
016300         MOVE 8 TO RETURN-CODE
016400         STOP RUN
016500     END-IF.
016600
016700     OPEN I-O CTA-SALDO-FILE.
016800     IF NOT VTA-SALDO-OK
016900         DISPLAY "NO SE PUDO ABRIR CTA-SALDO-FILE. "
017000                 "ESTADO: " VTA-SALDO-STATUS
017100         CLOSE PLAN-REF-FILE
017200         MOVE 8 TO RETURN-CODE
017300         STOP RUN
017400     END-IF.
017500
017600 1000-EXIT.
017700     EXIT.
017800
017900 2000-MENU.
018000
018100     DISPLAY " ".
018200     DISPLAY "PLANES DE PAGO".
018300     DISPLAY "1 - CONSULTAR PLANES DE UN CLIENTE".
018400     DISPLAY "2 - ALTA DE PLAN DE PAGOS".
018500     DISPLAY "3 - SALIR".
018600     DISPLAY "OPCION: " WITH NO ADVANCING.
018700     ACCEPT VTA-OPCION-MENU.
018800
018900     EVALUATE VTA-OPCION-MENU
019000         WHEN 1
019100             PERFORM 3000-CONSULTAR THRU 3000-EXIT
019200         WHEN 2
019300             PERFORM 4000-ALTA-PLAN THRU 4000-EXIT
019400         WHEN 3
019500             SET VTA-SALIR TO TRUE
019600         WHEN OTHER
019700             DISPLAY "OPCION INVALIDA."
019800     END-EVALUATE.
019900
020000 2000-EXIT.
020100     EXIT.
020200
020300 3000-CONSULTAR.
020400
020500     PERFORM 3500-CAPTURAR-CLIENTE THRU 3500-EXIT.
020600
020900     PERFORM 3600-POSICIONAR-CLIENTE THRU 3600-EXIT.
021000
021100     IF VTA-FIN-PLANES
021200         DISPLAY "EL CLIENTE NO TIENE PLANES DE PAGO."
021300         GO TO 3000-EXIT
021400     END-IF.
021500
021600     PERFORM 3100-MOSTRAR-PLAN THRU 3100-EXIT
021700         UNTIL VTA-FIN-PLANES.
021800
021900 3000-EXIT.
022000     EXIT.
022100
022200 3100-MOSTRAR-PLAN.
022300
022400     MOVE VTA-PRF-FECHA-ALTA       TO VTA-LP-ALTA.
022500     MOVE VTA-PRF-ESTADO           TO VTA-LP-ESTADO.
022600     MOVE VTA-PRF-CUOTAS-POSTEADAS TO VTA-LP-POSTEADAS.
022700     MOVE VTA-PRF-CANT-CUOTAS      TO VTA-LP-CANT.
022800     MOVE VTA-PRF-IMPORTE-CUOTA    TO VTA-LP-CUOTA.
022900     DISPLAY VTA-LINEA-PLAN.
023000
023100     PERFORM 3700-SIGUIENTE-PLAN THRU 3700-EXIT.
023200
023300 3100-EXIT.
023400     EXIT.
023500
023600 3500-CAPTURAR-CLIENTE.
023700
023800     MOVE "NUMERO DE CLIENTE: " TO VTA-NUM-PROMPT.
023900     CALL "VTANUMER" USING VTA-NUMER-PARMS.
024000     MOVE VTA-NUM-VALOR TO VTA-CAP-CLIENTE-ID.
024100
024200 3500-EXIT.
024300     EXIT.
024400
024500******************************************************************
024600*3600-POSICIONAR-CLIENTE: DEJA LEIDO EL PRIMER PLAN DEL CLIENTE
024700*(CLAVE CLIENTE + FECHA DE ALTA). SIN PLANES, VTA-FIN-PLANES.
024800******************************************************************
024900 3600-POSICIONAR-CLIENTE.
025000
025100     MOVE "N" TO VTA-SW-FIN-PLANES.
025200     MOVE VTA-CAP-CLIENTE-ID TO VTA-PRF-CLIENTE-ID.
025300     MOVE ZERO               TO VTA-PRF-FECHA-ALTA.
025400
025500     START PLAN-REF-FILE KEY >= VTA-PRF-KEY
025600         INVALID KEY
025700             SET VTA-FIN-PLANES TO TRUE
025800             GO TO 3600-EXIT
025900     END-START.
026000
026100     PERFORM 3700-SIGUIENTE-PLAN THRU 3700-EXIT.
026200
026300 3600-EXIT.
026400     EXIT.
026500
026600 3700-SIGUIENTE-PLAN.
026700
026800     READ PLAN-REF-FILE NEXT
026900         AT END
027000             SET VTA-FIN-PLANES TO TRUE
027100             GO TO 3700-EXIT
027200     END-READ.
027300
027400     IF VTA-PRF-CLIENTE-ID NOT = VTA-CAP-CLIENTE-ID
027500         SET VTA-FIN-PLANES TO TRUE
027600     END-IF.
027700
027800 3700-EXIT.
027900     EXIT.
028000
028100******************************************************************
028200*4000-ALTA-PLAN: CONTROLA QUE EL CLIENTE NO TENGA OTRO PLAN
028300*ACTIVO Y QUE TENGA SALDO VENCIDO, PIDE CUOTAS, TASA Y PRIMER
028400*VENCIMIENTO, MUESTRA LA CUOTA RESULTANTE Y GRABA SI SE CONFIRMA.
028500******************************************************************
028600 4000-ALTA-PLAN.
028700
028800     PERFORM 3500-CAPTURAR-CLIENTE THRU 3500-EXIT.
028900
029000     MOVE "N" TO VTA-SW-PLAN-ACTIVO.
029100     PERFORM 3600-POSICIONAR-CLIENTE THRU 3600-EXIT.
029200     PERFORM 4100-CONTROLAR-ACTIVO THRU 4100-EXIT
029300         UNTIL VTA-FIN-PLANES.
029400
029500     IF VTA-PLAN-ACTIVO
029600         DISPLAY "EL CLIENTE YA TIENE UN PLAN ACTIVO."
029700         GO TO 4000-EXIT
029800     END-IF.
029900
030000     PERFORM 4200-CALCULAR-VENCIDO THRU 4200-EXIT.
030100
030200     IF VTA-SALDO-VENCIDO <= ZERO
030300         DISPLAY "EL CLIENTE NO TIENE SALDO VENCIDO."
030400         GO TO 4000-EXIT
030500     END-IF.
030600
030700     MOVE "SALDO VENCIDO A REFINANCIAR: " TO VTA-LI-TEXTO.
030800     MOVE VTA-SALDO-VENCIDO TO VTA-LI-IMPORTE.
030900     DISPLAY VTA-LINEA-IMPORTE.
031000
031100     MOVE "CANTIDAD DE CUOTAS: " TO VTA-NUM-PROMPT.
031200     CALL "VTANUMER" USING VTA-NUMER-PARMS.
031300     IF VTA-NUM-VALOR < 2 OR VTA-NUM-VALOR > VTA-MAX-CUOTAS
031400         DISPLAY "CANTIDAD DE CUOTAS INVALIDA (2 A "
031500                 VTA-MAX-CUOTAS ")."
031600         GO TO 4000-EXIT
031700     END-IF.
031800     MOVE VTA-NUM-VALOR TO VTA-CAP-CUOTAS.
031900
032000     MOVE "TASA MENSUAL PACTADA (%): " TO VTA-NUM-PROMPT.
032100     CALL "VTANUMER" USING VTA-NUMER-PARMS.
032200     IF VTA-NUM-VALOR < ZERO OR VTA-NUM-VALOR > 99
032300         DISPLAY "TASA INVALIDA."
032400         GO TO 4000-EXIT
032500     END-IF.
032600     MOVE VTA-NUM-VALOR TO VTA-CAP-TASA.
032700
032800     SET VTA-FCH-ENTRADA TO TRUE.
032900     MOVE "PRIMER VENCIMIENTO (AAAAMMDD): " TO VTA-FCH-PROMPT.
033000     CALL "VTAFECHA" USING VTA-FECHA-PARMS.
033100     MOVE VTA-FCH-FECHA-1 TO VTA-CAP-PRIMER-VTO.
033200     IF VTA-CAP-PRIMER-VTO <= VTA-FECHA-HOY
033300         DISPLAY "EL PRIMER VENCIMIENTO DEBE SER POSTERIOR A HOY."
033400         GO TO 4000-EXIT
033500     END-IF.
033600     IF VTA-CPV-DD > 28
033700         DISPLAY "EL DIA DE VENCIMIENTO DEBE SER DE 1 A 28."
033800         GO TO 4000-EXIT
033900     END-IF.
034000
034100     PERFORM 4300-CALCULAR-CUOTA THRU 4300-EXIT.
034200
034300     MOVE "IMPORTE DE CADA CUOTA      : " TO VTA-LI-TEXTO.
034400     MOVE VTA-CUOTA-CALC TO VTA-LI-IMPORTE.
034500     DISPLAY VTA-LINEA-IMPORTE.
034600     MOVE "TOTAL A PAGAR EN EL PLAN   : " TO VTA-LI-TEXTO.
034700     MOVE VTA-TOTAL-PLAN TO VTA-LI-IMPORTE.
034800     DISPLAY VTA-LINEA-IMPORTE.
034900
035000     DISPLAY "CONFIRMA EL PLAN (S/N): " WITH NO ADVANCING.
035100     ACCEPT VTA-RESPUESTA.
035200
035300     IF VTA-RESPUESTA NOT = "S" AND VTA-RESPUESTA NOT = "s"
035400         DISPLAY "ALTA CANCELADA."
035500         GO TO 4000-EXIT
035600     END-IF.
035700
035800     PERFORM 4400-GRABAR-PLAN THRU 4400-EXIT.
035900
036000 4000-EXIT.
036100     EXIT.
036200
036300 4100-CONTROLAR-ACTIVO.
036400
036500     IF VTA-PRF-ACTIVO
036600         SET VTA-PLAN-ACTIVO TO TRUE
036700     END-IF.
036800
036900     PERFORM 3700-SIGUIENTE-PLAN THRU 3700-EXIT.
037000
037100 4100-EXIT.
037200     EXIT.
037300
037400******************************************************************
037500*4200-CALCULAR-VENCIDO: RECORRE EL DIARIO DE CUENTA CORRIENTE Y
037600*ARMA LA ANTIGUEDAD DEL CLIENTE (DEBITOS POR TRAMO, CREDITOS
037700*APLICADOS A LO MAS VIEJO PRIMERO). EL VENCIDO ES LO QUE QUEDA EN
037800*LOS TRAMOS DE MAS DE 30 DIAS.
037900******************************************************************
038000 4200-CALCULAR-VENCIDO.
038100
038200     MOVE ZERO TO VTA-DEB-SALDO (1).
038300     MOVE ZERO TO VTA-DEB-SALDO (2).
038400     MOVE ZERO TO VTA-DEB-SALDO (3).
038500     MOVE ZERO TO VTA-DEB-SALDO (4).
038600     MOVE ZERO TO VTA-CREDITO-REST.
038700     MOVE ZERO TO VTA-SALDO-VENCIDO.
038800     MOVE "N"  TO VTA-SW-FIN-MOVIMIENTOS.
038900
039000     OPEN INPUT CTA-MOV-FILE.
039100     IF NOT VTA-MOV-OK
039200         GO TO 4200-EXIT
039300     END-IF.
039400
039500     PERFORM 4210-ACUMULAR-MOVIMIENTO THRU 4210-EXIT
039600         UNTIL VTA-FIN-MOVIMIENTOS.
039700
039800     CLOSE CTA-MOV-FILE.
039900
040000     PERFORM 4220-APLICAR-CREDITO THRU 4220-EXIT
040100         VARYING VTA-DEB-IDX FROM 4 BY -1
040200         UNTIL VTA-DEB-IDX < 1
040300            OR VTA-CREDITO-REST <= ZERO.
040400
040500     COMPUTE VTA-SALDO-VENCIDO =
040600         VTA-DEB-SALDO (2) + VTA-DEB-SALDO (3) +
040700         VTA-DEB-SALDO (4).
040800
040900 4200-EXIT.
041000     EXIT.
041100
041200 4210-ACUMULAR-MOVIMIENTO.
041300
041400     READ CTA-MOV-FILE
041500         AT END
041600             SET VTA-FIN-MOVIMIENTOS TO TRUE
041700             GO TO 4210-EXIT
041800     END-READ.
041900
042000     IF VTA-CTM-CLIENTE-ID NOT = VTA-CAP-CLIENTE-ID
042100         GO TO 4210-EXIT
042200     END-IF.
042300
042400     IF VTA-CTM-ES-DEBITO
042500         SET VTA-FCH-DIFERENCIA TO TRUE
042600         MOVE VTA-CTM-FECHA TO VTA-FCH-FECHA-1
042700         MOVE VTA-FECHA-HOY TO VTA-FCH-FECHA-2
042800         CALL "VTAFECHA" USING VTA-FECHA-PARMS
042900         MOVE VTA-FCH-DIAS TO VTA-DIAS-ANTIGUEDAD
043000         PERFORM 7500-CLASIFICAR-TRAMO THRU 7500-EXIT
043100         ADD VTA-CTM-IMPORTE TO VTA-DEB-SALDO (VTA-TRAMO-EDAD)
043200     ELSE
043300         ADD VTA-CTM-IMPORTE TO VTA-CREDITO-REST
043400     END-IF.
043500
043600 4210-EXIT.
043700     EXIT.
043800
043900 4220-APLICAR-CREDITO.
044000
044100     IF VTA-CREDITO-REST >= VTA-DEB-SALDO (VTA-DEB-IDX)
044200         SUBTRACT VTA-DEB-SALDO (VTA-DEB-IDX)
044300             FROM VTA-CREDITO-REST
044400         MOVE ZERO TO VTA-DEB-SALDO (VTA-DEB-IDX)
044500     ELSE
044600         SUBTRACT VTA-CREDITO-REST
044700             FROM VTA-DEB-SALDO (VTA-DEB-IDX)
044800         MOVE ZERO TO VTA-CREDITO-REST
044900     END-IF.
045000
045100 4220-EXIT.
045200     EXIT.
045300
045400******************************************************************
045500*4300-CALCULAR-CUOTA: CUOTA FIJA = CAPITAL * I * (1+I)**N /
045600*((1+I)**N - 1), CON I LA TASA MENSUAL. SIN TASA, CAPITAL / N.
045700*LA ULTIMA CUOTA LA AJUSTA VTA7300 PARA CANCELAR EL CAPITAL.
045800******************************************************************
045900 4300-CALCULAR-CUOTA.
046000
046100     IF VTA-CAP-TASA = ZERO
046200         COMPUTE VTA-CUOTA-CALC ROUNDED =
046300             VTA-SALDO-VENCIDO / VTA-CAP-CUOTAS
046400     ELSE
046500         COMPUTE VTA-TASA-DECIMAL = VTA-CAP-TASA / 100
046600         COMPUTE VTA-FACTOR ROUNDED =
046700             (1 + VTA-TASA-DECIMAL) ** VTA-CAP-CUOTAS
046800         COMPUTE VTA-CUOTA-CALC ROUNDED =
046900             VTA-SALDO-VENCIDO * VTA-TASA-DECIMAL * VTA-FACTOR
047000             / (VTA-FACTOR - 1)
047100     END-IF.
047200
047300     COMPUTE VTA-TOTAL-PLAN = VTA-CUOTA-CALC * VTA-CAP-CUOTAS.
047400
047500 4300-EXIT.
047600     EXIT.
047700
047800******************************************************************
047900*4400-GRABAR-PLAN: ALTA DEL PLAN, CREDITO "P" EN EL DIARIO POR EL
048000*VENCIDO (LO SACA DE LOS TRAMOS DE ANTIGUEDAD) Y SALDO DE LA
048100*CUENTA ACTUALIZADO. EL RECIBO DEL MOVIMIENTO LLEVA "PLAN" Y LA
048200*FECHA DE ALTA, QUE JUNTO CON EL CLIENTE IDENTIFICAN EL PLAN.
048300******************************************************************
048400 4400-GRABAR-PLAN.
048500
048600     MOVE SPACES              TO VTA-PLAN-REF-RECORD.
048700     MOVE VTA-CAP-CLIENTE-ID  TO VTA-PRF-CLIENTE-ID.
048800     MOVE VTA-FECHA-HOY       TO VTA-PRF-FECHA-ALTA.
048900     SET VTA-PRF-ACTIVO       TO TRUE.
049000     MOVE VTA-SALDO-VENCIDO   TO VTA-PRF-CAPITAL.
049100     MOVE VTA-CAP-TASA        TO VTA-PRF-TASA-MENSUAL.
049200     MOVE VTA-CAP-CUOTAS      TO VTA-PRF-CANT-CUOTAS.
049300     MOVE VTA-CUOTA-CALC      TO VTA-PRF-IMPORTE-CUOTA.
049400     MOVE VTA-CAP-PRIMER-VTO  TO VTA-PRF-FECHA-PROX-VTO.
049500     MOVE ZERO                TO VTA-PRF-CUOTAS-POSTEADAS.
049600     MOVE VTA-SALDO-VENCIDO   TO VTA-PRF-SALDO-CAPITAL.
049700     MOVE ZERO                TO VTA-PRF-IMP-PAGADO.
049800     MOVE ZERO                TO VTA-PRF-CUOTAS-ATRASADAS.
049900     MOVE ZERO                TO VTA-PRF-FECHA-BAJA.
050000     MOVE VTA-USUARIO         TO VTA-PRF-USUARIO.
050100
050200     WRITE VTA-PLAN-REF-RECORD
050300         INVALID KEY
050400             DISPLAY "YA HAY UN PLAN DEL CLIENTE CON FECHA DE "
050500                     "HOY. NO SE GRABO."
050600             GO TO 4400-EXIT
050700     END-WRITE.
050800
050900     OPEN EXTEND CTA-MOV-FILE.
051000     MOVE VTA-CAP-CLIENTE-ID  TO VTA-CTM-CLIENTE-ID.
051100     MOVE VTA-FECHA-HOY       TO VTA-CTM-FECHA.
051200     SET VTA-CTM-PASE-A-PLAN  TO TRUE.
051300     MOVE VTA-SALDO-VENCIDO   TO VTA-CTM-IMPORTE.
051400     MOVE ZERO                TO VTA-CTM-CLAVE-VENTA.
051500     MOVE SPACES              TO VTA-CTM-RECIBO.
051600     STRING "PLAN" VTA-FECHA-HOY DELIMITED BY SIZE
051700         INTO VTA-CTM-RECIBO.
051800     WRITE VTA-CTA-MOV-RECORD.
051900     CLOSE CTA-MOV-FILE.
052000
052100     MOVE VTA-CAP-CLIENTE-ID  TO VTA-CTA-CLIENTE-ID.
052200     READ CTA-SALDO-FILE
052300         INVALID KEY
052400             DISPLAY "AVISO: EL CLIENTE NO TIENE SALDO EN "
052500                     "CTA-SALDO-FILE."
052600             GO TO 4400-CONFIRMAR
052700     END-READ.
052800
052900     SUBTRACT VTA-SALDO-VENCIDO FROM VTA-CTA-SALDO.
053000     MOVE VTA-FECHA-HOY TO VTA-CTA-FECHA-ULT-MOV.
053100     REWRITE VTA-CTA-SALDO-RECORD.
053200
053300 4400-CONFIRMAR.
053400
053500     DISPLAY "PLAN DADO DE ALTA.".
053600
053700 4400-EXIT.
053800     EXIT.
053900
054000 7500-CLASIFICAR-TRAMO.
054100
054200     EVALUATE TRUE
054300         WHEN VTA-DIAS-ANTIGUEDAD <= 30
054400             MOVE 1 TO VTA-TRAMO-EDAD
054500         WHEN VTA-DIAS-ANTIGUEDAD <= 60
054600             MOVE 2 TO VTA-TRAMO-EDAD
054700         WHEN VTA-DIAS-ANTIGUEDAD <= 90
054800             MOVE 3 TO VTA-TRAMO-EDAD
054900         WHEN OTHER
055000             MOVE 4 TO VTA-TRAMO-EDAD
055100     END-EVALUATE.
055200
055300 7500-EXIT.
055400     EXIT.
055500
055600 9000-FINALIZAR.
055700
055800     CLOSE PLAN-REF-FILE.
055900     CLOSE CTA-SALDO-FILE.
056000
056100 9000-EXIT.
056200     EXIT.
056300
056400 END PROGRAM VTA7200.

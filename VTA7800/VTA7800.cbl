000100******************************************************************
000200*REVISION Y APROBACION DE LAS PROPUESTAS DE REPOSICION. MENU
000300*INTERACTIVO POR CONSOLA (MISMO ESTILO QUE VTA6800) SOBRE LAS
000400*PROPUESTAS QUE DEJO EL RECALCULO POR DEMANDA (VTA7700) EN
000500*REPOPROP: LISTA TODAS CON SU ESTADO Y RECORRE LAS PENDIENTES UNA
000600*POR UNA PARA ACEPTARLAS, RECHAZARLAS O DEJARLAS PARA DESPUES.
000700*
000800*SOLO UNA PROPUESTA ACEPTADA TOCA LOS MAESTROS: EL PUNTO Y LA
000900*CANTIDAD DE REPOSICION PROPUESTOS PASAN A STOCKSUC (PROPUESTA DE
001000*UNA SUCURSAL) O AL MAESTRO DE PRODUCTOS (NIVEL EMPRESA, SUCURSAL
001100*EN BLANCO). SI LOS VALORES DEL MAESTRO YA NO SON LOS QUE HABIA AL
001200*PROPONER (ALGUIEN LOS CAMBIO A MANO), O LA ENTRADA YA NO EXISTE,
001300*LA PROPUESTA SE DESCARTA SIN APLICAR. CADA PROPUESTA RESUELTA
001400*QUEDA MARCADA CON SU ESTADO Y EL USUARIO, Y NO SE OFRECE MAS.
001500*
001600*EL INGRESO PASA POR VTALOGON: EL ROL CONSULTA SOLO LISTA; LA
001700*REVISION PIDE ROL DE MANTENIMIENTO O DE SUPERVISOR.
001800******************************************************************
001900*MODIFICACIONES:
002000*2026-10-15 NF  PROGRAMA ORIGINAL.
002033*2026-10-15 NF  INFORMA SU NOMBRE A VTALOGON (VTA-LGN-PROGRAMA)
002066*               PARA EL DIARIO DE ACCESOS.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. VTA7800.
002400 AUTHOR. N. FEDIUK.
002500 INSTALLATION. PERFUMERIA - SISTEMAS.
002600 DATE-WRITTEN. 2026-10-15.
002700 DATE-COMPILED. 2026-10-15.
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PROPUESTA-REPO-FILE ASSIGN TO "REPOPROP"
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS VTA-PROP-STATUS.
003500
003600     SELECT PRODUCTO-MASTER-FILE ASSIGN TO "PRODUCTM"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS VTA-PROD-CODIGO
004000         FILE STATUS IS VTA-PRODMTR-STATUS.
004100
004200     SELECT STOCK-SUC-FILE ASSIGN TO "STOCKSUC"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS VTA-STK-CLAVE
004600         FILE STATUS IS VTA-STKSUC-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  PROPUESTA-REPO-FILE
005100     RECORDING MODE IS F.
005200     COPY VTARPRP.
005300
005400 FD  PRODUCTO-MASTER-FILE
005500     RECORDING MODE IS F.
005600     COPY VTAPROD.
005700
005800 FD  STOCK-SUC-FILE
005900     RECORDING MODE IS F.
006000     COPY VTASTKS.
006100
006200 WORKING-STORAGE SECTION.
006300
006400 COPY VTALGNP.
006500
006600 01  VTA-PROP-STATUS              PIC X(02).
006700     88  VTA-PROP-OK              VALUE "00".
006800
006900 01  VTA-PRODMTR-STATUS           PIC X(02).
007000     88  VTA-PRODMTR-OK           VALUE "00".
007100
007200 01  VTA-STKSUC-STATUS            PIC X(02).
007300     88  VTA-STKSUC-OK            VALUE "00".
007400
007500 01  VTA-SWITCHES.
007600     05  VTA-SW-SALIR             PIC X(01) VALUE "N".
007700         88  VTA-SALIR            VALUE "S".
007800     05  VTA-SW-FIN-PROPUESTAS    PIC X(01) VALUE "N".
007900         88  VTA-FIN-PROPUESTAS   VALUE "S".
008000     05  VTA-SW-PROP-ABIERTO      PIC X(01) VALUE "N".
008100         88  VTA-PROP-ABIERTO     VALUE "S".
008200     05  VTA-SW-APLICABLE         PIC X(01) VALUE "N".
008300         88  VTA-APLICABLE        VALUE "S".
008400
008500 01  VTA-OPCION-MENU              PIC 9(01).
008600 01  VTA-RESPUESTA                PIC X(01).
008700
008800 01  VTA-USUARIO                  PIC X(08).
008900
009000 01  VTA-CONTADORES.
009100     05  VTA-CANT-LISTADAS        PIC 9(05) COMP VALUE ZERO.
009200     05  VTA-CANT-PENDIENTES      PIC 9(05) COMP VALUE ZERO.
009300     05  VTA-CANT-ACEPTADAS       PIC 9(05) COMP VALUE ZERO.
009400     05  VTA-CANT-RECHAZADAS      PIC 9(05) COMP VALUE ZERO.
009500     05  VTA-CANT-DESCARTADAS     PIC 9(05) COMP VALUE ZERO.
009600
009700 01  VTA-LINEA-PROPUESTA-1.
009800     05  FILLER                   PIC X(06) VALUE "PROD: ".
009900     05  VTA-LP1-PRODUCTO         PIC X(06).
010000     05  FILLER                   PIC X(07) VALUE "  SUC: ".
010100     05  VTA-LP1-SUCURSAL         PIC X(08).
010200     05  VTA-LP1-DESCRIPCION      PIC X(20).
010300     05  FILLER                   PIC X(07) VALUE "  VEND:".
010400     05  VTA-LP1-VENDIDAS         PIC ZZZ,ZZ9.
010500     05  FILLER                   PIC X(07) VALUE "  DIA: ".
010600     05  VTA-LP1-PROMEDIO         PIC ZZ,ZZ9.999.
010700
010800 01  VTA-LINEA-PROPUESTA-2.
010900     05  FILLER                   PIC X(08) VALUE "  PUNTO:".
011000     05  VTA-LP2-PUNTO-ACTUAL     PIC Z,ZZZ,ZZ9.
011100     05  FILLER                   PIC X(04) VALUE " -> ".
011200     05  VTA-LP2-PUNTO-PROPUESTO  PIC Z,ZZZ,ZZ9.
011300     05  FILLER                   PIC X(08) VALUE "   CANT:".
011400     05  VTA-LP2-CANT-ACTUAL      PIC Z,ZZZ,ZZ9.
011500     05  FILLER                   PIC X(04) VALUE " -> ".
011600     05  VTA-LP2-CANT-PROPUESTA   PIC Z,ZZZ,ZZ9.
011700     05  FILLER                   PIC X(03) VALUE SPACES.
011800     05  VTA-LP2-ESTADO           PIC X(10).
011900     05  FILLER                   PIC X(01) VALUE SPACE.
012000     05  VTA-LP2-USUARIO          PIC X(08).
012100
012200 PROCEDURE DIVISION.
012300
012400 0000-MAINLINE.
012500
012600     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
012700
012800     PERFORM 2000-MENU THRU 2000-EXIT
012900         UNTIL VTA-SALIR.
013000
013100     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
013200
013300     STOP RUN.
013400
013500 1000-INICIALIZAR.
013600
013700     DISPLAY "REVISION DE PROPUESTAS DE REPOSICION".
013800
013850     MOVE "VTA7800" TO VTA-LGN-PROGRAMA.
013900     CALL "VTALOGON" USING VTA-LOGON-PARMS.
014000     IF VTA-LGN-ERROR
014100         MOVE 8 TO RETURN-CODE
014200         SET VTA-SALIR TO TRUE
014300         GO TO 1000-EXIT
014400     END-IF.
014500     MOVE VTA-LGN-USUARIO TO VTA-USUARIO.
014600
014700     OPEN I-O PRODUCTO-MASTER-FILE.
014800     IF NOT VTA-PRODMTR-OK
014900         DISPLAY "NO SE PUDO ABRIR PRODUCTO-MASTER-FILE. "
015000                 "ESTADO: " VTA-PRODMTR-STATUS
015100         MOVE 8 TO RETURN-CODE
015200         SET VTA-SALIR TO TRUE
015300         GO TO 1000-EXIT
015400     END-IF.
015500
015600     OPEN I-O STOCK-SUC-FILE.
015700     IF NOT VTA-STKSUC-OK
015800         DISPLAY "NO SE PUDO ABRIR STOCK-SUC-FILE. "
015900                 "ESTADO: " VTA-STKSUC-STATUS
016000         MOVE 8 TO RETURN-CODE
016100         SET VTA-SALIR TO TRUE
016200         GO TO 1000-EXIT
016300     END-IF.
016400
016500 1000-EXIT.
016600     EXIT.
016700
016800******************************************************************
016900*1500-ABRIR-PROPUESTAS: CADA OPCION RECORRE REPOPROP DESDE EL
017000*PRINCIPIO, ASI QUE EL ARCHIVO SE CIERRA Y SE VUELVE A ABRIR. SE
017100*ABRE EN I-O PARA PODER MARCAR CADA PROPUESTA AL RESOLVERLA.
017200******************************************************************
017300 1500-ABRIR-PROPUESTAS.
017400
017500     IF VTA-PROP-ABIERTO
017600         CLOSE PROPUESTA-REPO-FILE
017700         MOVE "N" TO VTA-SW-PROP-ABIERTO
017800     END-IF.
017900
018000     MOVE "N" TO VTA-SW-FIN-PROPUESTAS.
018100
018200     OPEN I-O PROPUESTA-REPO-FILE.
018300     IF NOT VTA-PROP-OK
018400         DISPLAY "NO HAY PROPUESTAS (REPOPROP). ESTADO: "
018500                 VTA-PROP-STATUS
018600         SET VTA-FIN-PROPUESTAS TO TRUE
018700         GO TO 1500-EXIT
018800     END-IF.
018900
019000     SET VTA-PROP-ABIERTO TO TRUE.
019100
019200 1500-EXIT.
019300     EXIT.
019400
019500 1600-LEER-PROPUESTA.
019600
019700     READ PROPUESTA-REPO-FILE
019800         AT END
019900             SET VTA-FIN-PROPUESTAS TO TRUE
020000     END-READ.
020100
020200 1600-EXIT.
020300     EXIT.
020400
020500******************************************************************
020600*2000-MENU: PRESENTA LAS OPCIONES Y DESPACHA LA ELEGIDA SEGUN EL
020700*ROL DEL USUARIO AUTENTICADO.
020800******************************************************************
020900 2000-MENU.
021000
021100     DISPLAY " ".
021200     DISPLAY "REVISION DE PROPUESTAS DE REPOSICION".
021300     DISPLAY "1 - LISTAR PROPUESTAS".
021400     DISPLAY "2 - REVISAR PROPUESTAS PENDIENTES".
021500     DISPLAY "3 - SALIR".
021600     DISPLAY "OPCION: " WITH NO ADVANCING.
021700     ACCEPT VTA-OPCION-MENU.
021800
021900     EVALUATE VTA-OPCION-MENU
022000         WHEN 1
022100             PERFORM 3000-LISTAR THRU 3000-EXIT
022200         WHEN 2
022300             IF VTA-LGN-ROL-CONSULTA
022400                 DISPLAY "SU ROL NO PERMITE REVISAR PROPUESTAS."
022500             ELSE
022600                 PERFORM 4000-REVISAR THRU 4000-EXIT
022700             END-IF
022800         WHEN 3
022900             SET VTA-SALIR TO TRUE
023000         WHEN OTHER
023100             DISPLAY "OPCION INVALIDA."
023200     END-EVALUATE.
023300
023400 2000-EXIT.
023500     EXIT.
023600
023700 3000-LISTAR.
023800
023900     PERFORM 1500-ABRIR-PROPUESTAS THRU 1500-EXIT.
024000     MOVE ZERO TO VTA-CANT-LISTADAS.
024100     MOVE ZERO TO VTA-CANT-PENDIENTES.
024200
024300     IF VTA-PROP-ABIERTO
024400         PERFORM 1600-LEER-PROPUESTA THRU 1600-EXIT
024500     END-IF.
024600
024700     PERFORM 3100-LISTAR-UNA THRU 3100-EXIT
024800         UNTIL VTA-FIN-PROPUESTAS.
024900
025000     DISPLAY "PROPUESTAS: " VTA-CANT-LISTADAS
025100             "  PENDIENTES: " VTA-CANT-PENDIENTES.
025200
025300 3000-EXIT.
025400     EXIT.
025500
025600 3100-LISTAR-UNA.
025700
025800     ADD 1 TO VTA-CANT-LISTADAS.
025900     IF VTA-RPR-PENDIENTE
026000         ADD 1 TO VTA-CANT-PENDIENTES
026100     END-IF.
026200
026300     PERFORM 3200-MOSTRAR-PROPUESTA THRU 3200-EXIT.
026400
026500     PERFORM 1600-LEER-PROPUESTA THRU 1600-EXIT.
026600
026700 3100-EXIT.
026800     EXIT.
026900
027000 3200-MOSTRAR-PROPUESTA.
027100
027200     MOVE VTA-RPR-PRODUCTO        TO VTA-LP1-PRODUCTO.
027300     IF VTA-RPR-SUCURSAL = SPACES
027400         MOVE "EMPRESA"           TO VTA-LP1-SUCURSAL
027500     ELSE
027600         MOVE VTA-RPR-SUCURSAL    TO VTA-LP1-SUCURSAL
027700     END-IF.
027800     MOVE VTA-RPR-DESCRIPCION     TO VTA-LP1-DESCRIPCION.
027900     MOVE VTA-RPR-VENDIDAS        TO VTA-LP1-VENDIDAS.
028000     MOVE VTA-RPR-PROMEDIO        TO VTA-LP1-PROMEDIO.
028100     DISPLAY VTA-LINEA-PROPUESTA-1.
028200
028300     MOVE VTA-RPR-PUNTO-ACTUAL    TO VTA-LP2-PUNTO-ACTUAL.
028400     MOVE VTA-RPR-PUNTO-PROPUESTO TO VTA-LP2-PUNTO-PROPUESTO.
028500     MOVE VTA-RPR-CANT-ACTUAL     TO VTA-LP2-CANT-ACTUAL.
028600     MOVE VTA-RPR-CANT-PROPUESTA  TO VTA-LP2-CANT-PROPUESTA.
028700     EVALUATE TRUE
028800         WHEN VTA-RPR-ACEPTADA
028900             MOVE "ACEPTADA"      TO VTA-LP2-ESTADO
029000         WHEN VTA-RPR-RECHAZADA
029100             MOVE "RECHAZADA"     TO VTA-LP2-ESTADO
029200         WHEN VTA-RPR-DESCARTADA
029300             MOVE "DESCARTADA"    TO VTA-LP2-ESTADO
029400         WHEN OTHER
029500             MOVE "PENDIENTE"     TO VTA-LP2-ESTADO
029600     END-EVALUATE.
029700     MOVE VTA-RPR-USUARIO         TO VTA-LP2-USUARIO.
029800     DISPLAY VTA-LINEA-PROPUESTA-2.
029900
030000 3200-EXIT.
030100     EXIT.
030200
030300******************************************************************
030400*4000-REVISAR: OFRECE UNA POR UNA LAS PROPUESTAS PENDIENTES. "A"
030500*LA APLICA, "R" LA RECHAZA, "S" LA DEJA PENDIENTE Y "F" TERMINA
030600*LA REVISION (LO QUE FALTA QUEDA PENDIENTE).
030700******************************************************************
030800 4000-REVISAR.
030900
031000     PERFORM 1500-ABRIR-PROPUESTAS THRU 1500-EXIT.
031100     MOVE ZERO TO VTA-CANT-ACEPTADAS.
031200     MOVE ZERO TO VTA-CANT-RECHAZADAS.
031300     MOVE ZERO TO VTA-CANT-DESCARTADAS.
031400
031500     IF VTA-PROP-ABIERTO
031600         PERFORM 1600-LEER-PROPUESTA THRU 1600-EXIT
031700     END-IF.
031800
031900     PERFORM 4100-REVISAR-UNA THRU 4100-EXIT
032000         UNTIL VTA-FIN-PROPUESTAS.
032100
032200     DISPLAY "ACEPTADAS: "   VTA-CANT-ACEPTADAS
032300             "  RECHAZADAS: " VTA-CANT-RECHAZADAS
032400             "  DESCARTADAS: " VTA-CANT-DESCARTADAS.
032500
032600 4000-EXIT.
032700     EXIT.
032800
032900 4100-REVISAR-UNA.
033000
033100     IF NOT VTA-RPR-PENDIENTE
033200         GO TO 4100-SIGUIENTE
033300     END-IF.
033400
033500     DISPLAY " ".
033600     PERFORM 3200-MOSTRAR-PROPUESTA THRU 3200-EXIT.
033700     DISPLAY "A=ACEPTAR R=RECHAZAR S=SALTEAR F=FIN: "
033800             WITH NO ADVANCING.
033900     MOVE SPACE TO VTA-RESPUESTA.
034000     ACCEPT VTA-RESPUESTA.
034100
034200     EVALUATE VTA-RESPUESTA
034300         WHEN "A"
034400         WHEN "a"
034500             PERFORM 4200-APLICAR THRU 4200-EXIT
034600         WHEN "R"
034700         WHEN "r"
034800             SET VTA-RPR-RECHAZADA TO TRUE
034900             MOVE VTA-USUARIO TO VTA-RPR-USUARIO
035000             REWRITE VTA-PROPUESTA-REPO-RECORD
035100             ADD 1 TO VTA-CANT-RECHAZADAS
035200             DISPLAY "PROPUESTA RECHAZADA."
035300         WHEN "F"
035400         WHEN "f"
035500             SET VTA-FIN-PROPUESTAS TO TRUE
035600             GO TO 4100-EXIT
035700         WHEN OTHER
035800             DISPLAY "PROPUESTA SALTEADA: QUEDA PENDIENTE."
035900     END-EVALUATE.
036000
036100 4100-SIGUIENTE.
036200
036300     PERFORM 1600-LEER-PROPUESTA THRU 1600-EXIT.
036400
036500 4100-EXIT.
036600     EXIT.
036700
036800******************************************************************
036900*4200-APLICAR: LLEVA EL PUNTO Y LA CANTIDAD PROPUESTOS A STOCKSUC
037000*O AL MAESTRO, SOLO SI LA ENTRADA SIGUE TENIENDO LOS VALORES QUE
037100*TENIA AL PROPONER. SI NO, LA PROPUESTA QUEDA DESCARTADA.
037200******************************************************************
037300 4200-APLICAR.
037400
037500     MOVE "N" TO VTA-SW-APLICABLE.
037600
037700     IF VTA-RPR-SUCURSAL = SPACES
037800         PERFORM 4300-APLICAR-MAESTRO THRU 4300-EXIT
037900     ELSE
038000         PERFORM 4400-APLICAR-SUCURSAL THRU 4400-EXIT
038100     END-IF.
038200
038300     MOVE VTA-USUARIO TO VTA-RPR-USUARIO.
038400     IF VTA-APLICABLE
038500         SET VTA-RPR-ACEPTADA TO TRUE
038600         ADD 1 TO VTA-CANT-ACEPTADAS
038700         DISPLAY "PROPUESTA APLICADA."
038800     ELSE
038900         SET VTA-RPR-DESCARTADA TO TRUE
039000         ADD 1 TO VTA-CANT-DESCARTADAS
039100         DISPLAY "LA ENTRADA CAMBIO O YA NO EXISTE DESDE LA "
039200                 "PROPUESTA: SE DESCARTA SIN APLICAR."
039300     END-IF.
039400
039500     REWRITE VTA-PROPUESTA-REPO-RECORD.
039600
039700 4200-EXIT.
039800     EXIT.
039900
040000 4300-APLICAR-MAESTRO.
040100
040200     MOVE VTA-RPR-PRODUCTO TO VTA-PROD-CODIGO.
040300     READ PRODUCTO-MASTER-FILE
040400         INVALID KEY
040500             GO TO 4300-EXIT
040600     END-READ.
040700
040800     IF VTA-PROD-PUNTO-REPO NOT = VTA-RPR-PUNTO-ACTUAL
040900        OR VTA-PROD-CANT-REPO NOT = VTA-RPR-CANT-ACTUAL
041000         GO TO 4300-EXIT
041100     END-IF.
041200
041300     MOVE VTA-RPR-PUNTO-PROPUESTO TO VTA-PROD-PUNTO-REPO.
041400     MOVE VTA-RPR-CANT-PROPUESTA  TO VTA-PROD-CANT-REPO.
041500
041600     REWRITE VTA-PRODUCTO-RECORD
041700         INVALID KEY
041800             GO TO 4300-EXIT
041900     END-REWRITE.
042000
042100     SET VTA-APLICABLE TO TRUE.
042200
042300 4300-EXIT.
042400     EXIT.
042500
042600 4400-APLICAR-SUCURSAL.
042700
042800     MOVE VTA-RPR-PRODUCTO TO VTA-STK-PRODUCTO.
042900     MOVE VTA-RPR-SUCURSAL TO VTA-STK-SUCURSAL.
043000     READ STOCK-SUC-FILE
043100         INVALID KEY
043200             GO TO 4400-EXIT
043300     END-READ.
043400
043500     IF VTA-STK-PUNTO-REPO NOT = VTA-RPR-PUNTO-ACTUAL
043600        OR VTA-STK-CANT-REPO NOT = VTA-RPR-CANT-ACTUAL
043700         GO TO 4400-EXIT
043800     END-IF.
043900
044000     MOVE VTA-RPR-PUNTO-PROPUESTO TO VTA-STK-PUNTO-REPO.
044100     MOVE VTA-RPR-CANT-PROPUESTA  TO VTA-STK-CANT-REPO.
044200
044300     REWRITE VTA-STOCK-SUC-RECORD
044400         INVALID KEY
044500             GO TO 4400-EXIT
044600     END-REWRITE.
044700
044800     SET VTA-APLICABLE TO TRUE.
044900
045000 4400-EXIT.
045100     EXIT.
045200
045300 9000-FINALIZAR.
045400
045500     IF VTA-PROP-ABIERTO
045600         CLOSE PROPUESTA-REPO-FILE
045700     END-IF.
045800     CLOSE PRODUCTO-MASTER-FILE.
045900     CLOSE STOCK-SUC-FILE.
046000
046100 9000-EXIT.
046200     EXIT.
046300
046400 END PROGRAM VTA7800.

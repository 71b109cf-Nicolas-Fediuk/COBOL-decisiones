000100******************************************************************
000200*MANTENIMIENTO DE LOS OBJETIVOS MENSUALES DE VENTA
000300*(OBJETIVO-FILE). MENU INTERACTIVO POR CONSOLA (MISMO ESTILO QUE
000400*VTA5900) PARA CARGAR, MODIFICAR, BORRAR Y CONSULTAR EL OBJETIVO
000500*DE VENTA NETA DE UN MES POR SUCURSAL Y POR VENDEDOR, Y PARA
000600*COPIAR LOS OBJETIVOS DE UN MES A OTRO COMO PUNTO DE PARTIDA DE LA
000700*CARGA.
000800*EL VENDEDOR EN BLANCO ES EL OBJETIVO DE LA SUCURSAL COMPLETA. EL
000900*AVANCE CONTRA ESTOS OBJETIVOS LO INFORMA CADA NOCHE VTA6900.
001000*
001100*EL INGRESO PASA POR VTALOGON: EL ROL CONSULTA SOLO LISTA Y
001200*CONSULTA, ALTA, MODIFICACION Y COPIA PIDEN ROL DE MANTENIMIENTO Y
001300*EL BORRADO, DE SUPERVISOR. LA SUCURSAL SE VALIDA CONTRA LAS
001400*SUCURSALES DEL MAESTRO DE TERMINALES.
001500******************************************************************
001600*MODIFICACIONES:
001700*2026-10-15 NF  PROGRAMA ORIGINAL.
001733*2026-10-15 NF  INFORMA SU NOMBRE A VTALOGON (VTA-LGN-PROGRAMA)
001766*               PARA EL DIARIO DE ACCESOS.
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. VTA6800.
002100 AUTHOR. N. FEDIUK.
002200 INSTALLATION. PERFUMERIA - SISTEMAS.
002300 DATE-WRITTEN. 2026-10-15.
002400 DATE-COMPILED. 2026-10-15.
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OBJETIVO-FILE ASSIGN TO "OBJVENTA"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS VTA-OBJ-KEY
003300         FILE STATUS IS VTA-OBJETIVO-STATUS.
003400
003500     SELECT TERMINAL-MASTER-FILE ASSIGN TO "TERMINAM"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS VTA-TERMTR-STATUS.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  OBJETIVO-FILE
004200     RECORDING MODE IS F.
004300     COPY VTAOBJV.
004400
004500 FD  TERMINAL-MASTER-FILE
004600     RECORDING MODE IS F.
004700     COPY VTATERM.
004800
004900 WORKING-STORAGE SECTION.
005000
005100 COPY VTANUMP.
005200
005300 COPY VTALGNP.
005400
005500 01  VTA-OBJETIVO-STATUS          PIC X(02).
005600     88  VTA-OBJETIVO-OK          VALUE "00".
005700
005800 01  VTA-TERMTR-STATUS            PIC X(02).
005900     88  VTA-TERMTR-OK            VALUE "00".
006000
006100 01  VTA-SWITCHES.
006200     05  VTA-SW-SALIR             PIC X(01) VALUE "N".
006300         88  VTA-SALIR            VALUE "S".
006400     05  VTA-SW-OBJ-ENCONTRADO    PIC X(01) VALUE "N".
006500         88  VTA-OBJ-ENCONTRADO   VALUE "S".
006600     05  VTA-SW-FIN-LISTADO       PIC X(01) VALUE "N".
006700         88  VTA-FIN-LISTADO      VALUE "S".
006800     05  VTA-SW-FIN-TERMINALES    PIC X(01) VALUE "N".
006900         88  VTA-FIN-TERMINALES   VALUE "S".
007000     05  VTA-SW-DATOS-OK          PIC X(01) VALUE "N".
007100         88  VTA-DATOS-OK         VALUE "S".
007200
007300 01  VTA-OPCION-MENU              PIC 9(01).
007400
007500 01  VTA-USUARIO                  PIC X(08).
007600 01  VTA-FECHA-HOY                PIC 9(08).
007700
007800*SUCURSALES DEL MAESTRO DE TERMINALES (SIN REPETIR).
007900 01  VTA-TABLA-SUCURSALES.
008000     05  VTA-SUC-CANT             PIC 9(03) COMP VALUE ZERO.
008100     05  VTA-SUC-COD OCCURS 100 TIMES
008200                     INDEXED BY VTA-SUC-IDX
008300                                  PIC X(03).
008400
008500*OBJETIVOS DEL MES ORIGEN DE UNA COPIA, LEIDOS ANTES DE GRABAR
008600*NINGUNO DEL MES DESTINO.
008700 01  VTA-TABLA-COPIA.
008800     05  VTA-CPY-CANT             PIC 9(04) COMP VALUE ZERO.
008900     05  VTA-CPY-ENTRADA OCCURS 1000 TIMES
009000                         INDEXED BY VTA-CPY-IDX.
009100         10  VTA-CPY-SUCURSAL     PIC X(03).
009200         10  VTA-CPY-VENDEDOR     PIC X(05).
009300         10  VTA-CPY-IMPORTE      PIC 9(09)V9(02).
009400
009500 01  VTA-AREA-CAPTURA.
009600     05  VTA-CAP-MES              PIC 9(06).
009700     05  VTA-CAP-MES-R REDEFINES VTA-CAP-MES.
009800         10  VTA-CAP-ANIO         PIC 9(04).
009900         10  VTA-CAP-MM           PIC 9(02).
010000     05  VTA-CAP-SUCURSAL         PIC X(03).
010100     05  VTA-CAP-VENDEDOR         PIC X(05).
010200     05  VTA-CAP-IMPORTE          PIC 9(09)V9(02).
010300     05  VTA-CAP-MES-DESTINO      PIC 9(06).
010400
010500 01  VTA-CONTADORES.
010600     05  VTA-CANT-LISTADOS        PIC 9(05) COMP VALUE ZERO.
010700     05  VTA-CANT-COPIADOS        PIC 9(05) COMP VALUE ZERO.
010800     05  VTA-CANT-EXISTENTES      PIC 9(05) COMP VALUE ZERO.
010900
011000 01  VTA-LINEA-OBJETIVO.
011100     05  FILLER                   PIC X(05) VALUE "MES: ".
011200     05  VTA-LO-MES               PIC 9(06).
011300     05  FILLER                   PIC X(07) VALUE "  SUC: ".
011400     05  VTA-LO-SUCURSAL          PIC X(03).
011500     05  FILLER                   PIC X(07) VALUE "  VEND:".
011600     05  VTA-LO-VENDEDOR          PIC X(08).
011700     05  FILLER                   PIC X(10) VALUE "OBJETIVO: ".
011800     05  VTA-LO-IMPORTE           PIC ZZZ,ZZZ,ZZ9.99.
011900     05  FILLER                   PIC X(02) VALUE SPACES.
012000     05  VTA-LO-USUARIO           PIC X(08).
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
013700     DISPLAY "MANTENIMIENTO DE OBJETIVOS DE VENTA".
013800
013850     MOVE "VTA6800" TO VTA-LGN-PROGRAMA.
013900     CALL "VTALOGON" USING VTA-LOGON-PARMS.
014000     IF VTA-LGN-ERROR
014100         MOVE 8 TO RETURN-CODE
014200         SET VTA-SALIR TO TRUE
014300         GO TO 1000-EXIT
014400     END-IF.
014500     MOVE VTA-LGN-USUARIO TO VTA-USUARIO.
014600     ACCEPT VTA-FECHA-HOY FROM DATE YYYYMMDD.
014700
014800     OPEN INPUT TERMINAL-MASTER-FILE.
014900     IF NOT VTA-TERMTR-OK
015000         DISPLAY "NO SE PUDO ABRIR TERMINAL-MASTER-FILE. "
015100                 "ESTADO: " VTA-TERMTR-STATUS
015200         MOVE 8 TO RETURN-CODE
015300         SET VTA-SALIR TO TRUE
015400         GO TO 1000-EXIT
015500     END-IF.
015600     PERFORM 1500-CARGAR-SUCURSALES THRU 1500-EXIT.
015700     CLOSE TERMINAL-MASTER-FILE.
015800
015900     OPEN I-O OBJETIVO-FILE.
016000
016100     IF NOT VTA-OBJETIVO-OK
016200         DISPLAY "NO SE PUDO ABRIR OBJETIVO-FILE. "
016300                 "ESTADO: " VTA-OBJETIVO-STATUS
016400         MOVE 8 TO RETURN-CODE
016500         SET VTA-SALIR TO TRUE
016600         GO TO 1000-EXIT
016700     END-IF.
016800
016900 1000-EXIT.
017000     EXIT.
017100
017200******************************************************************
017300*1500-CARGAR-SUCURSALES: ARMA LA LISTA DE SUCURSALES VALIDAS CON
017400*LAS DE LAS TERMINALES DEL MAESTRO.
017500******************************************************************
017600 1500-CARGAR-SUCURSALES.
017700
017800     READ TERMINAL-MASTER-FILE
017900         AT END
018000             SET VTA-FIN-TERMINALES TO TRUE
018100     END-READ.
018200
018300     PERFORM 1510-AGREGAR-SUCURSAL THRU 1510-EXIT
018400         UNTIL VTA-FIN-TERMINALES.
018500
018600 1500-EXIT.
018700     EXIT.
018800
018900 1510-AGREGAR-SUCURSAL.
019000
019100     MOVE VTA-TER-SUCURSAL-COD TO VTA-CAP-SUCURSAL.
019200     PERFORM 4400-BUSCAR-SUCURSAL THRU 4400-EXIT.
019300
019400     IF NOT VTA-DATOS-OK
019500         IF VTA-SUC-CANT >= 100
019600             DISPLAY "TABLA DE SUCURSALES LLENA (MAXIMO 100). "
019700                     "AGRANDAR LA TABLA."
019800             MOVE 8 TO RETURN-CODE
019900             STOP RUN
020000         END-IF
020100         ADD 1 TO VTA-SUC-CANT
020200         SET VTA-SUC-IDX TO VTA-SUC-CANT
020300         MOVE VTA-TER-SUCURSAL-COD TO VTA-SUC-COD (VTA-SUC-IDX)
020400     END-IF.
020500
020600     READ TERMINAL-MASTER-FILE
020700         AT END
020800             SET VTA-FIN-TERMINALES TO TRUE
020900     END-READ.
021000
021100 1510-EXIT.
021200     EXIT.
021300
021400******************************************************************
021500*2000-MENU: PRESENTA LAS OPCIONES DE MANTENIMIENTO Y DESPACHA LA
021600*OPCION ELEGIDA SEGUN EL ROL DEL USUARIO AUTENTICADO.
021700******************************************************************
021800 2000-MENU.
021900
022000     DISPLAY " ".
022100     DISPLAY "MANTENIMIENTO DE OBJETIVOS DE VENTA".
022200     DISPLAY "1 - LISTAR OBJETIVOS DE UN MES".
022300     DISPLAY "2 - AGREGAR OBJETIVO".
022400     DISPLAY "3 - MODIFICAR OBJETIVO".
022500     DISPLAY "4 - BORRAR OBJETIVO".
022600     DISPLAY "5 - CONSULTAR OBJETIVO".
022700     DISPLAY "6 - COPIAR OBJETIVOS DE UN MES A OTRO".
022800     DISPLAY "7 - SALIR".
022900     DISPLAY "OPCION: " WITH NO ADVANCING.
023000     ACCEPT VTA-OPCION-MENU.
023100
023200     EVALUATE VTA-OPCION-MENU
023300         WHEN 1
023400             PERFORM 3000-LISTAR THRU 3000-EXIT
023500         WHEN 2
023600             IF VTA-LGN-ROL-CONSULTA
023700                 DISPLAY "SU ROL NO PERMITE ALTAS."
023800             ELSE
023900                 PERFORM 4000-AGREGAR THRU 4000-EXIT
024000             END-IF
024100         WHEN 3
024200             IF VTA-LGN-ROL-CONSULTA
024300                 DISPLAY "SU ROL NO PERMITE MODIFICACIONES."
024400             ELSE
024500                 PERFORM 5000-MODIFICAR THRU 5000-EXIT
024600             END-IF
024700         WHEN 4
024800             IF NOT VTA-LGN-ROL-SUPER
024900                 DISPLAY "EL BORRADO REQUIERE ROL DE SUPERVISOR."
025000             ELSE
025100                 PERFORM 6000-BORRAR THRU 6000-EXIT
025200             END-IF
025300         WHEN 5
025400             PERFORM 6500-CONSULTAR THRU 6500-EXIT
025500         WHEN 6
025600             IF VTA-LGN-ROL-CONSULTA
025700                 DISPLAY "SU ROL NO PERMITE COPIAR OBJETIVOS."
025800             ELSE
025900                 PERFORM 7000-COPIAR-MES THRU 7000-EXIT
026000             END-IF
026100         WHEN 7
026200             SET VTA-SALIR TO TRUE
026300         WHEN OTHER
026400             DISPLAY "OPCION INVALIDA."
026500     END-EVALUATE.
026600
026700 2000-EXIT.
026800     EXIT.
026900
027000******************************************************************
027100*3000-LISTAR: RECORRE LOS OBJETIVOS DEL MES PEDIDO CON START EN LA
027200*PRIMERA CLAVE DEL MES Y READ NEXT HASTA QUE CAMBIA EL MES.
027300******************************************************************
027400 3000-LISTAR.
027500
027600     PERFORM 4100-CAPTURAR-MES THRU 4100-EXIT.
027700     IF NOT VTA-DATOS-OK
027800         GO TO 3000-EXIT
027900     END-IF.
028000
028100     MOVE "N" TO VTA-SW-FIN-LISTADO.
028200     MOVE ZERO TO VTA-CANT-LISTADOS.
028300     MOVE LOW-VALUES  TO VTA-OBJ-KEY.
028400     MOVE VTA-CAP-MES TO VTA-OBJ-MES.
028500
028600     START OBJETIVO-FILE KEY >= VTA-OBJ-KEY
028700         INVALID KEY
028800             SET VTA-FIN-LISTADO TO TRUE
028900     END-START.
029000
029100     PERFORM 3100-LISTAR-UNO THRU 3100-EXIT
029200         UNTIL VTA-FIN-LISTADO.
029300
029400     IF VTA-CANT-LISTADOS = ZERO
029500         DISPLAY "NO HAY OBJETIVOS CARGADOS PARA EL MES."
029600     END-IF.
029700
029800 3000-EXIT.
029900     EXIT.
030000
030100 3100-LISTAR-UNO.
030200
030300     READ OBJETIVO-FILE NEXT
030400         AT END
030500             SET VTA-FIN-LISTADO TO TRUE
030600             GO TO 3100-EXIT
030700     END-READ.
030800
030900     IF VTA-OBJ-MES NOT = VTA-CAP-MES
031000         SET VTA-FIN-LISTADO TO TRUE
031100         GO TO 3100-EXIT
031200     END-IF.
031300
031400     ADD 1 TO VTA-CANT-LISTADOS.
031500     PERFORM 3200-MOSTRAR-OBJETIVO THRU 3200-EXIT.
031600
031700 3100-EXIT.
031800     EXIT.
031900
032000 3200-MOSTRAR-OBJETIVO.
032100
032200     MOVE VTA-OBJ-MES        TO VTA-LO-MES.
032300     MOVE VTA-OBJ-SUCURSAL   TO VTA-LO-SUCURSAL.
032400     IF VTA-OBJ-VENDEDOR = SPACES
032500         MOVE "SUCURSAL"     TO VTA-LO-VENDEDOR
032600     ELSE
032700         MOVE VTA-OBJ-VENDEDOR TO VTA-LO-VENDEDOR
032800     END-IF.
032900     MOVE VTA-OBJ-IMPORTE    TO VTA-LO-IMPORTE.
033000     MOVE VTA-OBJ-USUARIO    TO VTA-LO-USUARIO.
033100     DISPLAY VTA-LINEA-OBJETIVO.
033200
033300 3200-EXIT.
033400     EXIT.
033500
033600 4000-AGREGAR.
033700
033800     PERFORM 4200-CAPTURAR-CLAVE THRU 4200-EXIT.
033900     IF NOT VTA-DATOS-OK
034000         GO TO 4000-EXIT
034100     END-IF.
034200
034300     PERFORM 4300-CAPTURAR-IMPORTE THRU 4300-EXIT.
034400     IF NOT VTA-DATOS-OK
034500         GO TO 4000-EXIT
034600     END-IF.
034700
034800     MOVE SPACES             TO VTA-OBJETIVO-RECORD.
034900     MOVE VTA-CAP-MES        TO VTA-OBJ-MES.
035000     MOVE VTA-CAP-SUCURSAL   TO VTA-OBJ-SUCURSAL.
035100     MOVE VTA-CAP-VENDEDOR   TO VTA-OBJ-VENDEDOR.
035200     MOVE VTA-CAP-IMPORTE    TO VTA-OBJ-IMPORTE.
035300     MOVE VTA-USUARIO        TO VTA-OBJ-USUARIO.
035400     MOVE VTA-FECHA-HOY      TO VTA-OBJ-FECHA-ACT.
035500
035600     WRITE VTA-OBJETIVO-RECORD
035700         INVALID KEY
035800             DISPLAY "EL OBJETIVO YA EXISTE. USE MODIFICAR."
035900         NOT INVALID KEY
036000             DISPLAY "OBJETIVO AGREGADO POR " VTA-USUARIO "."
036100     END-WRITE.
036200
036300 4000-EXIT.
036400     EXIT.
036500
036600******************************************************************
036700*4100-CAPTURAR-MES: PIDE EL MES AAAAMM Y CONTROLA QUE EL MES SEA
036800*DE 01 A 12. DEJA VTA-DATOS-OK SEGUN SEA VALIDO.
036900******************************************************************
037000 4100-CAPTURAR-MES.
037100
037200     MOVE "N" TO VTA-SW-DATOS-OK.
037300
037400     MOVE "MES DEL OBJETIVO (AAAAMM): " TO VTA-NUM-PROMPT.
037500     CALL "VTANUMER" USING VTA-NUMER-PARMS.
037600     MOVE VTA-NUM-VALOR TO VTA-CAP-MES.
037700
037800     IF VTA-CAP-ANIO < 2000
037900        OR VTA-CAP-MM < 1
038000        OR VTA-CAP-MM > 12
038100         DISPLAY "MES INVALIDO. USE EL FORMATO AAAAMM."
038200         GO TO 4100-EXIT
038300     END-IF.
038400
038500     SET VTA-DATOS-OK TO TRUE.
038600
038700 4100-EXIT.
038800     EXIT.
038900
039000******************************************************************
039100*4200-CAPTURAR-CLAVE: PIDE MES, SUCURSAL Y VENDEDOR (EN BLANCO
039200*PARA EL OBJETIVO DE LA SUCURSAL COMPLETA) Y VALIDA LA SUCURSAL.
039300******************************************************************
039400 4200-CAPTURAR-CLAVE.
039500
039600     PERFORM 4100-CAPTURAR-MES THRU 4100-EXIT.
039700     IF NOT VTA-DATOS-OK
039800         GO TO 4200-EXIT
039900     END-IF.
040000
040100     MOVE SPACES TO VTA-CAP-SUCURSAL.
040200     DISPLAY "SUCURSAL: " WITH NO ADVANCING.
040300     ACCEPT VTA-CAP-SUCURSAL.
040400
040500     PERFORM 4400-BUSCAR-SUCURSAL THRU 4400-EXIT.
040600     IF NOT VTA-DATOS-OK
040700         DISPLAY "SUCURSAL INEXISTENTE EN EL MAESTRO DE "
040800                 "TERMINALES."
040900         GO TO 4200-EXIT
041000     END-IF.
041100
041200     MOVE SPACES TO VTA-CAP-VENDEDOR.
041300     DISPLAY "LEGAJO DEL VENDEDOR (EN BLANCO = TODA LA "
041400             "SUCURSAL): " WITH NO ADVANCING.
041500     ACCEPT VTA-CAP-VENDEDOR.
041600
041700 4200-EXIT.
041800     EXIT.
041900
042000 4300-CAPTURAR-IMPORTE.
042100
042200     MOVE "N" TO VTA-SW-DATOS-OK.
042300
042400     MOVE "OBJETIVO DE VENTA NETA DEL MES: " TO VTA-NUM-PROMPT.
042500     CALL "VTANUMER" USING VTA-NUMER-PARMS.
042600
042700     IF VTA-NUM-VALOR NOT > ZERO
042800         DISPLAY "EL OBJETIVO DEBE SER MAYOR QUE CERO."
042900         GO TO 4300-EXIT
043000     END-IF.
043100
043200     MOVE VTA-NUM-VALOR TO VTA-CAP-IMPORTE.
043300     SET VTA-DATOS-OK TO TRUE.
043400
043500 4300-EXIT.
043600     EXIT.
043700
043800******************************************************************
043900*4400-BUSCAR-SUCURSAL: DEJA VTA-DATOS-OK SI VTA-CAP-SUCURSAL ESTA
044000*EN LA TABLA DE SUCURSALES.
044100******************************************************************
044200 4400-BUSCAR-SUCURSAL.
044300
044400     MOVE "N" TO VTA-SW-DATOS-OK.
044500
044600     SET VTA-SUC-IDX TO 1.
044700     SEARCH VTA-SUC-COD
044800         AT END
044900             CONTINUE
045000         WHEN VTA-SUC-IDX > VTA-SUC-CANT
045100             CONTINUE
045200         WHEN VTA-SUC-COD (VTA-SUC-IDX) = VTA-CAP-SUCURSAL
045300             SET VTA-DATOS-OK TO TRUE
045400     END-SEARCH.
045500
045600 4400-EXIT.
045700     EXIT.
045800
045900******************************************************************
046000*5100-LEER-OBJETIVO: LEE POR CLAVE EL OBJETIVO CAPTURADO Y DEJA
046100*VTA-OBJ-ENCONTRADO SEGUN EXISTA O NO.
046200******************************************************************
046300 5100-LEER-OBJETIVO.
046400
046500     MOVE "N" TO VTA-SW-OBJ-ENCONTRADO.
046600     MOVE VTA-CAP-MES        TO VTA-OBJ-MES.
046700     MOVE VTA-CAP-SUCURSAL   TO VTA-OBJ-SUCURSAL.
046800     MOVE VTA-CAP-VENDEDOR   TO VTA-OBJ-VENDEDOR.
046900
047000     READ OBJETIVO-FILE
047100         INVALID KEY
047200             CONTINUE
047300         NOT INVALID KEY
047400             SET VTA-OBJ-ENCONTRADO TO TRUE
047500     END-READ.
047600
047700 5100-EXIT.
047800     EXIT.
047900
048000 5000-MODIFICAR.
048100
048200     PERFORM 4200-CAPTURAR-CLAVE THRU 4200-EXIT.
048300     IF NOT VTA-DATOS-OK
048400         GO TO 5000-EXIT
048500     END-IF.
048600
048700     PERFORM 5100-LEER-OBJETIVO THRU 5100-EXIT.
048800
048900     IF NOT VTA-OBJ-ENCONTRADO
049000         DISPLAY "OBJETIVO NO ENCONTRADO."
049100         GO TO 5000-EXIT
049200     END-IF.
049300
049400     PERFORM 3200-MOSTRAR-OBJETIVO THRU 3200-EXIT.
049500
049600     PERFORM 4300-CAPTURAR-IMPORTE THRU 4300-EXIT.
049700     IF NOT VTA-DATOS-OK
049800         GO TO 5000-EXIT
049900     END-IF.
050000
050100     MOVE VTA-CAP-IMPORTE    TO VTA-OBJ-IMPORTE.
050200     MOVE VTA-USUARIO        TO VTA-OBJ-USUARIO.
050300     MOVE VTA-FECHA-HOY      TO VTA-OBJ-FECHA-ACT.
050400
050500     REWRITE VTA-OBJETIVO-RECORD.
050600
050700     DISPLAY "OBJETIVO MODIFICADO.".
050800
050900 5000-EXIT.
051000     EXIT.
051100
051200******************************************************************
051300*6000-BORRAR: EL OBJETIVO NO TIENE REFERENCIAS EN OTROS ARCHIVOS,
051400*ASI QUE SE BORRA FISICAMENTE.
051500******************************************************************
051600 6000-BORRAR.
051700
051800     PERFORM 4200-CAPTURAR-CLAVE THRU 4200-EXIT.
051900     IF NOT VTA-DATOS-OK
052000         GO TO 6000-EXIT
052100     END-IF.
052200
052300     PERFORM 5100-LEER-OBJETIVO THRU 5100-EXIT.
052400
052500     IF NOT VTA-OBJ-ENCONTRADO
052600         DISPLAY "OBJETIVO NO ENCONTRADO."
052700         GO TO 6000-EXIT
052800     END-IF.
052900
053000     DELETE OBJETIVO-FILE RECORD.
053100
053200     DISPLAY "OBJETIVO BORRADO.".
053300
053400 6000-EXIT.
053500     EXIT.
053600
053700 6500-CONSULTAR.
053800
053900     PERFORM 4200-CAPTURAR-CLAVE THRU 4200-EXIT.
054000     IF NOT VTA-DATOS-OK
054100         GO TO 6500-EXIT
054200     END-IF.
054300
054400     PERFORM 5100-LEER-OBJETIVO THRU 5100-EXIT.
054500
054600     IF VTA-OBJ-ENCONTRADO
054700         PERFORM 3200-MOSTRAR-OBJETIVO THRU 3200-EXIT
054800     ELSE
054900         DISPLAY "OBJETIVO NO ENCONTRADO."
055000     END-IF.
055100
055200 6500-EXIT.
055300     EXIT.
055400
055500******************************************************************
055600*7000-COPIAR-MES: LEE TODOS LOS OBJETIVOS DEL MES ORIGEN A UNA
055700*TABLA Y LOS GRABA CON EL MES DESTINO. LOS QUE YA EXISTEN EN EL
055800*DESTINO NO SE PISAN: SE CUENTAN Y SE INFORMAN.
055900******************************************************************
056000 7000-COPIAR-MES.
056100
056200     DISPLAY "MES ORIGEN.".
056300     PERFORM 4100-CAPTURAR-MES THRU 4100-EXIT.
056400     IF NOT VTA-DATOS-OK
056500         GO TO 7000-EXIT
056600     END-IF.
056700     MOVE VTA-CAP-MES TO VTA-OBJ-MES.
056800
056900     DISPLAY "MES DESTINO.".
057000     PERFORM 4100-CAPTURAR-MES THRU 4100-EXIT.
057100     IF NOT VTA-DATOS-OK
057200         GO TO 7000-EXIT
057300     END-IF.
057400     MOVE VTA-CAP-MES TO VTA-CAP-MES-DESTINO.
057500     MOVE VTA-OBJ-MES TO VTA-CAP-MES.
057600
057700     IF VTA-CAP-MES-DESTINO = VTA-CAP-MES
057800         DISPLAY "EL MES DESTINO DEBE SER DISTINTO DEL ORIGEN."
057900         GO TO 7000-EXIT
058000     END-IF.
058100
058200     MOVE ZERO TO VTA-CPY-CANT.
058300     MOVE "N" TO VTA-SW-FIN-LISTADO.
058400     MOVE LOW-VALUES  TO VTA-OBJ-KEY.
058500     MOVE VTA-CAP-MES TO VTA-OBJ-MES.
058600
058700     START OBJETIVO-FILE KEY >= VTA-OBJ-KEY
058800         INVALID KEY
058900             SET VTA-FIN-LISTADO TO TRUE
059000     END-START.
059100
059200     PERFORM 7100-LEER-ORIGEN THRU 7100-EXIT
059300         UNTIL VTA-FIN-LISTADO.
059400
059500     IF VTA-CPY-CANT = ZERO
059600         DISPLAY "NO HAY OBJETIVOS CARGADOS EN EL MES ORIGEN."
059700         GO TO 7000-EXIT
059800     END-IF.
059900
060000     MOVE ZERO TO VTA-CANT-COPIADOS.
060100     MOVE ZERO TO VTA-CANT-EXISTENTES.
060200     PERFORM 7200-GRABAR-DESTINO THRU 7200-EXIT
060300         VARYING VTA-CPY-IDX FROM 1 BY 1
060400         UNTIL VTA-CPY-IDX > VTA-CPY-CANT.
060500
060600     DISPLAY "OBJETIVOS COPIADOS: " VTA-CANT-COPIADOS.
060700     IF VTA-CANT-EXISTENTES > ZERO
060800         DISPLAY "YA EXISTIAN EN EL DESTINO (NO SE PISARON): "
060900                 VTA-CANT-EXISTENTES
061000     END-IF.
061100
061200 7000-EXIT.
061300     EXIT.
061400
061500 7100-LEER-ORIGEN.
061600
061700     READ OBJETIVO-FILE NEXT
061800         AT END
061900             SET VTA-FIN-LISTADO TO TRUE
062000             GO TO 7100-EXIT
062100     END-READ.
062200
062300     IF VTA-OBJ-MES NOT = VTA-CAP-MES
062400         SET VTA-FIN-LISTADO TO TRUE
062500         GO TO 7100-EXIT
062600     END-IF.
062700
062800     IF VTA-CPY-CANT >= 1000
062900         DISPLAY "TABLA DE COPIA LLENA (MAXIMO 1000). "
063000                 "AGRANDAR LA TABLA."
063100         MOVE 8 TO RETURN-CODE
063200         STOP RUN
063300     END-IF.
063400
063500     ADD 1 TO VTA-CPY-CANT.
063600     SET VTA-CPY-IDX TO VTA-CPY-CANT.
063700     MOVE VTA-OBJ-SUCURSAL TO VTA-CPY-SUCURSAL (VTA-CPY-IDX).
063800     MOVE VTA-OBJ-VENDEDOR TO VTA-CPY-VENDEDOR (VTA-CPY-IDX).
063900     MOVE VTA-OBJ-IMPORTE  TO VTA-CPY-IMPORTE (VTA-CPY-IDX).
064000
064100 7100-EXIT.
064200     EXIT.
064300
064400 7200-GRABAR-DESTINO.
064500
064600     MOVE SPACES              TO VTA-OBJETIVO-RECORD.
064700     MOVE VTA-CAP-MES-DESTINO TO VTA-OBJ-MES.
064800     MOVE VTA-CPY-SUCURSAL (VTA-CPY-IDX) TO VTA-OBJ-SUCURSAL.
064900     MOVE VTA-CPY-VENDEDOR (VTA-CPY-IDX) TO VTA-OBJ-VENDEDOR.
065000     MOVE VTA-CPY-IMPORTE (VTA-CPY-IDX)  TO VTA-OBJ-IMPORTE.
065100     MOVE VTA-USUARIO         TO VTA-OBJ-USUARIO.
065200     MOVE VTA-FECHA-HOY       TO VTA-OBJ-FECHA-ACT.
065300
065400     WRITE VTA-OBJETIVO-RECORD
065500         INVALID KEY
065600             ADD 1 TO VTA-CANT-EXISTENTES
065700         NOT INVALID KEY
065800             ADD 1 TO VTA-CANT-COPIADOS
065900     END-WRITE.
066000
066100 7200-EXIT.
066200     EXIT.
066300
066400 9000-FINALIZAR.
066500
066600     CLOSE OBJETIVO-FILE.
066700
066800 9000-EXIT.
066900     EXIT.
067000
067100 END PROGRAM VTA6800.

000100******************************************************************
000200*CARGA MENSUAL DEL PADRON DE PERCEPCIONES DE INGRESOS BRUTOS. LA
000300*PROVINCIA PUBLICA CADA MES EL PADRON (VTAPIIB) CON LA ALICUOTA DE
000400*PERCEPCION Y LA VIGENCIA DE CADA CUIT INSCRIPTO; ESTE PROGRAMA LO
000500*CRUZA CONTRA CLIENTEM Y DEJA EN CADA CLIENTE SU ALICUOTA Y SU
000600*VIGENCIA (VTA-CLI-IIBB-...), QUE EJERCICIO5 USA PARA PERCIBIR.
000700*CORRE FUERA DE LA CADENA NOCTURNA, EN EL JOB VTAP010, CADA VEZ
000800*QUE LLEGA UN PADRON NUEVO.
000900*HACE TRES PASADAS:
001000*  - CLIENTEM: ARMA UNA TABLA CON LOS CUIT DISTINTOS DE CERO DE
001100*    LOS CLIENTES, ORDENADA POR CUIT PARA LA BUSQUEDA BINARIA (EL
001200*    PADRON TRAE TODOS LOS INSCRIPTOS DE LA PROVINCIA Y NO ENTRA
001300*    EN MEMORIA; LOS CUIT DE LOS CLIENTES SI).
001400*  - PADRON: BUSCA CADA CUIT EN LA TABLA Y GUARDA SU ALICUOTA Y
001500*    SU VIGENCIA. UN REGISTRO NO NUMERICO O CON LA VIGENCIA
001600*    INVERTIDA SE RECHAZA Y SE LISTA (RC 4).
001700*  - CLIENTEM OTRA VEZ (I-O): CADA CLIENTE CUYO CUIT ESTA EN EL
001800*    PADRON TOMA SU ALICUOTA Y SU VIGENCIA; LOS DEMAS QUEDAN EN
001900*    CERO (NO SE LES PERCIBE). SOLO SE REGRABA EL CLIENTE QUE
002000*    CAMBIA, Y EL LISTADO (PADRRPT) MUESTRA CADA ALTA, BAJA Y
002100*    CAMBIO DE ALICUOTA O DE VIGENCIA.
002200*UN PADRON SIN NINGUN REGISTRO VALIDO DARIA DE BAJA A TODOS LOS
002300*CLIENTES: EN ESE CASO NO SE TOCA CLIENTEM Y TERMINA CON RC 8.
002400******************************************************************
002500*MODIFICACIONES:
002600*2026-10-15 NF  PROGRAMA ORIGINAL.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. VTA9300.
003000 AUTHOR. N. FEDIUK.
003100 INSTALLATION. PERFUMERIA - SISTEMAS.
003200 DATE-WRITTEN. 2026-10-15.
003300 DATE-COMPILED. 2026-10-15.
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIENTEM"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS VTA-CLI-ID
004200         FILE STATUS IS VTA-CLIMTR-STATUS.
004300
004400     SELECT PADRON-IIBB-FILE ASSIGN TO "PADRON"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS VTA-PADRON-STATUS.
004700
004800     SELECT PADRON-REPORT-FILE ASSIGN TO "PADRRPT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS VTA-REPORT-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  CLIENTE-MASTER-FILE
005500     RECORDING MODE IS F.
005600     COPY VTACLTE.
005700
005800 FD  PADRON-IIBB-FILE
005900     RECORDING MODE IS F.
006000     COPY VTAPIIB.
006100
006200 FD  PADRON-REPORT-FILE.
006300 01  VTA-REPORT-LINE                 PIC X(80).
006400
006500 WORKING-STORAGE SECTION.
006600
006700 01  VTA-CLIMTR-STATUS               PIC X(02).
006800     88  VTA-CLIMTR-OK               VALUE "00".
006900
007000 01  VTA-PADRON-STATUS               PIC X(02).
007100     88  VTA-PADRON-OK               VALUE "00".
007200
007300 01  VTA-REPORT-STATUS               PIC X(02).
007400     88  VTA-REPORT-OK               VALUE "00".
007500
007600 01  VTA-SWITCHES.
007700     05  VTA-SW-FIN-ARCHIVO          PIC X(01) VALUE "N".
007800         88  VTA-FIN-ARCHIVO         VALUE "S".
007900     05  VTA-SW-REGRABAR             PIC X(01) VALUE "N".
008000         88  VTA-REGRABAR            VALUE "S".
008100
008200*CUIT DISTINTOS DE LOS CLIENTES. SE INSERTAN EN ORDEN DE CUIT PARA
008300*LA BUSQUEDA BINARIA; VTA-CUI-INSCRIPTO INDICA QUE EL CUIT ESTA EN
008400*EL PADRON Y TRAE SU ALICUOTA Y SU VIGENCIA.
008500 77  VTA-CUI-MAXIMO                  PIC 9(05) COMP VALUE 5000.
008600 01  VTA-TABLA-CUIT.
008700     05  VTA-CUI-CANT                PIC 9(05) COMP VALUE ZERO.
008800     05  VTA-CUI-ENTRADA OCCURS 5000 TIMES.
008900         10  VTA-CUI-CUIT            PIC 9(11).
009000         10  VTA-CUI-EN-PADRON       PIC X(01).
009100             88  VTA-CUI-INSCRIPTO   VALUE "S".
009200         10  VTA-CUI-ALICUOTA        PIC 9(02)V9(02).
009300         10  VTA-CUI-VIG-DESDE       PIC 9(08).
009400         10  VTA-CUI-VIG-HASTA       PIC 9(08).
009500
009600*BUSQUEDA BINARIA: SI EL CUIT NO ESTA, VTA-BB-POS QUEDA EN CERO Y
009700*VTA-BB-INF ES LA POSICION DONDE INSERTARLO.
009800 01  VTA-CUIT-BUSCAR                 PIC 9(11).
009900 01  VTA-BUSQUEDA.
010000     05  VTA-BB-INF                  PIC 9(05) COMP.
010100     05  VTA-BB-SUP                  PIC 9(05) COMP.
010200     05  VTA-BB-MED                  PIC 9(05) COMP.
010300     05  VTA-BB-POS                  PIC 9(05) COMP.
010400 01  VTA-CUI-SUB                     PIC 9(05) COMP.
010500
010600*DATOS DE IIBB DEL CLIENTE ANTES Y DESPUES DEL PADRON.
010700 01  VTA-IIBB-ANTERIOR.
010800     05  VTA-ANT-ALICUOTA            PIC 9(02)V9(02).
010900     05  VTA-ANT-VIG-DESDE           PIC 9(08).
011000     05  VTA-ANT-VIG-HASTA           PIC 9(08).
011100 01  VTA-IIBB-NUEVO.
011200     05  VTA-NUE-ALICUOTA            PIC 9(02)V9(02).
011300     05  VTA-NUE-VIG-DESDE           PIC 9(08).
011400     05  VTA-NUE-VIG-HASTA           PIC 9(08).
011500
011600 01  VTA-CONTADORES.
011700     05  VTA-CNT-CLIENTES            PIC 9(07) COMP VALUE ZERO.
011800     05  VTA-CNT-PADRON-LEIDOS       PIC 9(07) COMP VALUE ZERO.
011900     05  VTA-CNT-PADRON-VALIDOS      PIC 9(07) COMP VALUE ZERO.
012000     05  VTA-CNT-PADRON-RECHAZOS     PIC 9(07) COMP VALUE ZERO.
012100     05  VTA-CNT-CUIT-INSCRIPTOS     PIC 9(07) COMP VALUE ZERO.
012200     05  VTA-CNT-ALTAS               PIC 9(07) COMP VALUE ZERO.
012300     05  VTA-CNT-BAJAS               PIC 9(07) COMP VALUE ZERO.
012400     05  VTA-CNT-CAMBIOS             PIC 9(07) COMP VALUE ZERO.
012500     05  VTA-CNT-INICIALIZADOS       PIC 9(07) COMP VALUE ZERO.
012600
012700*LINEAS DE IMPRESION.
012800 01  VTA-LINEA-TITULO.
012900     05  FILLER                      PIC X(42)
013000         VALUE "PADRON DE PERCEPCIONES DE INGRESOS BRUTOS ".
013100     05  FILLER                      PIC X(20)
013200         VALUE "- CARGA EN CLIENTEM".
013300
013400 01  VTA-LINEA-RECHAZO.
013500     05  FILLER                      PIC X(19)
013600         VALUE "RECHAZADO REGISTRO ".
013700     05  VTA-LRE-NUMERO              PIC Z,ZZZ,ZZ9.
013800     05  FILLER                      PIC X(02) VALUE ": ".
013900     05  VTA-LRE-DATOS               PIC X(31).
014000
014100 01  VTA-LINEA-DETALLE.
014200     05  VTA-LD-MOVIMIENTO           PIC X(07).
014300     05  VTA-LD-CLIENTE              PIC 9(08).
014400     05  FILLER                      PIC X(06) VALUE " CUIT ".
014500     05  VTA-LD-CUIT                 PIC 9(11).
014600     05  FILLER                      PIC X(07) VALUE " ALIC. ".
014700     05  VTA-LD-ALIC-ANT             PIC Z9.99.
014800     05  FILLER                      PIC X(04) VALUE " -> ".
014900     05  VTA-LD-ALIC-NUE             PIC Z9.99.
015000     05  FILLER                      PIC X(06) VALUE " VIG. ".
015100     05  VTA-LD-VIG-DESDE            PIC 9(08).
015200     05  FILLER                      PIC X(01) VALUE "-".
015300     05  VTA-LD-VIG-HASTA            PIC 9(08).
015400
015500 01  VTA-LINEA-CANTIDAD.
015600     05  VTA-LC-TEXTO                PIC X(40).
015700     05  VTA-LC-CANT                 PIC Z,ZZZ,ZZ9.
015800
015900 PROCEDURE DIVISION.
016000
016100 0000-MAINLINE.
016200
016300     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
016400
016500     PERFORM 2000-CARGAR-PADRON THRU 2000-EXIT.
016600
016700     IF VTA-CNT-PADRON-VALIDOS = ZERO
016800         DISPLAY "VTA9300 - EL PADRON NO TRAE REGISTROS VALIDOS. "
016900                 "NO SE ACTUALIZA CLIENTEM."
017000         MOVE "PADRON SIN REGISTROS VALIDOS: NO SE ACTUALIZO."
017100                                     TO VTA-REPORT-LINE
017200         WRITE VTA-REPORT-LINE
017300         MOVE 8 TO RETURN-CODE
017400     ELSE
017500         PERFORM 3000-ACTUALIZAR-CLIENTES THRU 3000-EXIT
017600     END-IF.
017700
017800     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
017900
018000     STOP RUN.
018100
018200******************************************************************
018300*1000-INICIALIZAR: PRIMERA PASADA. ARMA LA TABLA DE CUIT DE LOS
018400*CLIENTES.
018500******************************************************************
018600 1000-INICIALIZAR.
018700
018800     OPEN OUTPUT PADRON-REPORT-FILE.
018900     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TITULO.
019000
019100     OPEN INPUT CLIENTE-MASTER-FILE.
019200     IF NOT VTA-CLIMTR-OK
019300         MOVE "CLIENTEM" TO VTA-REPORT-LINE
019400         PERFORM 9900-ARCHIVO-FALTANTE THRU 9900-EXIT
019500     END-IF.
019600
019700     OPEN INPUT PADRON-IIBB-FILE.
019800     IF NOT VTA-PADRON-OK
019900         MOVE "PADRON" TO VTA-REPORT-LINE
020000         PERFORM 9900-ARCHIVO-FALTANTE THRU 9900-EXIT
020100     END-IF.
020200
020300     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
020400     PERFORM 1100-LEER-CLIENTE THRU 1100-EXIT.
020500     PERFORM 1200-TABULAR-CUIT THRU 1200-EXIT
020600         UNTIL VTA-FIN-ARCHIVO.
020700
020800     CLOSE CLIENTE-MASTER-FILE.
020900
021000 1000-EXIT.
021100     EXIT.
021200
021300 1100-LEER-CLIENTE.
021400
021500     READ CLIENTE-MASTER-FILE
021600         AT END
021700             SET VTA-FIN-ARCHIVO TO TRUE
021800     END-READ.
021900
022000 1100-EXIT.
022100     EXIT.
022200
022300 1200-TABULAR-CUIT.
022400
022500     ADD 1 TO VTA-CNT-CLIENTES.
022600
022700     IF VTA-CLI-CUIT NOT NUMERIC
022800        OR VTA-CLI-CUIT = ZERO
022900         GO TO 1200-LEER
023000     END-IF.
023100
023200     MOVE VTA-CLI-CUIT TO VTA-CUIT-BUSCAR.
023300     PERFORM 5000-BUSCAR-CUIT THRU 5000-EXIT.
023400
023500     IF VTA-BB-POS > ZERO
023600         GO TO 1200-LEER
023700     END-IF.
023800
023900     IF VTA-CUI-CANT NOT < VTA-CUI-MAXIMO
024000         DISPLAY "VTA9300 - TABLA DE CUIT LLENA (MAXIMO "
024100                 VTA-CUI-MAXIMO "). AGRANDAR LA TABLA."
024200         CLOSE CLIENTE-MASTER-FILE
024300         CLOSE PADRON-IIBB-FILE
024400         CLOSE PADRON-REPORT-FILE
024500         MOVE 8 TO RETURN-CODE
024600         STOP RUN
024700     END-IF.
024800
024900     PERFORM 1210-CORRER-ENTRADA THRU 1210-EXIT
025000         VARYING VTA-CUI-SUB FROM VTA-CUI-CANT BY -1
025100         UNTIL VTA-CUI-SUB < VTA-BB-INF.
025200
025300     ADD 1 TO VTA-CUI-CANT.
025400     MOVE VTA-CLI-CUIT TO VTA-CUI-CUIT (VTA-BB-INF).
025500     MOVE "N"          TO VTA-CUI-EN-PADRON (VTA-BB-INF).
025600     MOVE ZERO         TO VTA-CUI-ALICUOTA (VTA-BB-INF).
025700     MOVE ZERO         TO VTA-CUI-VIG-DESDE (VTA-BB-INF).
025800     MOVE ZERO         TO VTA-CUI-VIG-HASTA (VTA-BB-INF).
025900
026000 1200-LEER.
026100     PERFORM 1100-LEER-CLIENTE THRU 1100-EXIT.
026200
026300 1200-EXIT.
026400     EXIT.
026500
026600*DEJA LIBRE LA POSICION DE INSERCION CORRIENDO UN LUGAR LAS
026700*ENTRADAS DE CUIT MAYOR.
026800 1210-CORRER-ENTRADA.
026900
027000     MOVE VTA-CUI-ENTRADA (VTA-CUI-SUB)
027100                             TO VTA-CUI-ENTRADA (VTA-CUI-SUB + 1).
027200
027300 1210-EXIT.
027400     EXIT.
027500
027600******************************************************************
027700*2000-CARGAR-PADRON: SEGUNDA PASADA. GUARDA EN LA TABLA LA
027800*ALICUOTA Y LA VIGENCIA DE CADA CUIT DE CLIENTE QUE ESTA EN EL
027900*PADRON. SI EL PADRON REPITE UN CUIT, VALE EL ULTIMO REGISTRO.
028000******************************************************************
028100 2000-CARGAR-PADRON.
028200
028300     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
028400     PERFORM 2100-LEER-PADRON THRU 2100-EXIT.
028500     PERFORM 2200-PROCESAR-PADRON THRU 2200-EXIT
028600         UNTIL VTA-FIN-ARCHIVO.
028700
028800     CLOSE PADRON-IIBB-FILE.
028900
029000 2000-EXIT.
029100     EXIT.
029200
029300 2100-LEER-PADRON.
029400
029500     READ PADRON-IIBB-FILE
029600         AT END
029700             SET VTA-FIN-ARCHIVO TO TRUE
029800     END-READ.
029900
030000 2100-EXIT.
030100     EXIT.
030200
030300 2200-PROCESAR-PADRON.
030400
030500     ADD 1 TO VTA-CNT-PADRON-LEIDOS.
030600
030700     IF VTA-PIB-CUIT NOT NUMERIC
030800        OR VTA-PIB-CUIT = ZERO
030900        OR VTA-PIB-VIG-DESDE NOT NUMERIC
031000        OR VTA-PIB-VIG-HASTA NOT NUMERIC
031100        OR VTA-PIB-ALICUOTA NOT NUMERIC
031200         PERFORM 2300-RECHAZAR-REGISTRO THRU 2300-EXIT
031300         GO TO 2200-LEER
031400     END-IF.
031500
031600     IF VTA-PIB-VIG-DESDE > VTA-PIB-VIG-HASTA
031700         PERFORM 2300-RECHAZAR-REGISTRO THRU 2300-EXIT
031800         GO TO 2200-LEER
031900     END-IF.
032000
032100     ADD 1 TO VTA-CNT-PADRON-VALIDOS.
032200
032300     MOVE VTA-PIB-CUIT TO VTA-CUIT-BUSCAR.
032400     PERFORM 5000-BUSCAR-CUIT THRU 5000-EXIT.
032500
032600     IF VTA-BB-POS = ZERO
032700         GO TO 2200-LEER
032800     END-IF.
032900
033000     IF NOT VTA-CUI-INSCRIPTO (VTA-BB-POS)
033100         ADD 1 TO VTA-CNT-CUIT-INSCRIPTOS
033200     END-IF.
033300
033400     MOVE "S"               TO VTA-CUI-EN-PADRON (VTA-BB-POS).
033500     MOVE VTA-PIB-ALICUOTA  TO VTA-CUI-ALICUOTA (VTA-BB-POS).
033600     MOVE VTA-PIB-VIG-DESDE TO VTA-CUI-VIG-DESDE (VTA-BB-POS).
033700     MOVE VTA-PIB-VIG-HASTA TO VTA-CUI-VIG-HASTA (VTA-BB-POS).
033800
033900 2200-LEER.
034000     PERFORM 2100-LEER-PADRON THRU 2100-EXIT.
034100
034200 2200-EXIT.
034300     EXIT.
034400
034500 2300-RECHAZAR-REGISTRO.
034600
034700     ADD 1 TO VTA-CNT-PADRON-RECHAZOS.
034800     MOVE VTA-CNT-PADRON-LEIDOS         TO VTA-LRE-NUMERO.
034900     MOVE VTA-PADRON-IIBB-RECORD (1:31) TO VTA-LRE-DATOS.
035000     WRITE VTA-REPORT-LINE FROM VTA-LINEA-RECHAZO.
035100
035200 2300-EXIT.
035300     EXIT.
035400
035500******************************************************************
035600*3000-ACTUALIZAR-CLIENTES: TERCERA PASADA. DEJA EN CADA CLIENTE
035700*LOS DATOS DEL PADRON (O CERO SI SU CUIT NO ESTA) Y REGRABA SOLO
035800*LOS QUE CAMBIAN.
035900******************************************************************
036000 3000-ACTUALIZAR-CLIENTES.
036100
036200     OPEN I-O CLIENTE-MASTER-FILE.
036300     IF NOT VTA-CLIMTR-OK
036400         MOVE "CLIENTEM" TO VTA-REPORT-LINE
036500         PERFORM 9900-ARCHIVO-FALTANTE THRU 9900-EXIT
036600     END-IF.
036700
036800     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
036900     PERFORM 1100-LEER-CLIENTE THRU 1100-EXIT.
037000     PERFORM 3100-ACTUALIZAR-CLIENTE THRU 3100-EXIT
037100         UNTIL VTA-FIN-ARCHIVO.
037200
037300     CLOSE CLIENTE-MASTER-FILE.
037400
037500 3000-EXIT.
037600     EXIT.
037700
037800 3100-ACTUALIZAR-CLIENTE.
037900
038000     MOVE "N" TO VTA-SW-REGRABAR.
038100
038200*UN CLIENTE GRABADO ANTES DEL PRIMER PADRON TRAE LOS CAMPOS EN
038300*BLANCO: SE REGRABA CON CEROS AUNQUE NO ESTE INSCRIPTO.
038400     IF VTA-CLI-IIBB-ALICUOTA NUMERIC
038500        AND VTA-CLI-IIBB-VIG-DESDE NUMERIC
038600        AND VTA-CLI-IIBB-VIG-HASTA NUMERIC
038700         MOVE VTA-CLI-IIBB-ALICUOTA  TO VTA-ANT-ALICUOTA
038800         MOVE VTA-CLI-IIBB-VIG-DESDE TO VTA-ANT-VIG-DESDE
038900         MOVE VTA-CLI-IIBB-VIG-HASTA TO VTA-ANT-VIG-HASTA
039000     ELSE
039100         MOVE ZERO TO VTA-ANT-ALICUOTA
039200         MOVE ZERO TO VTA-ANT-VIG-DESDE
039300         MOVE ZERO TO VTA-ANT-VIG-HASTA
039400         SET VTA-REGRABAR TO TRUE
039500         ADD 1 TO VTA-CNT-INICIALIZADOS
039600     END-IF.
039700
039800     MOVE ZERO TO VTA-NUE-ALICUOTA.
039900     MOVE ZERO TO VTA-NUE-VIG-DESDE.
040000     MOVE ZERO TO VTA-NUE-VIG-HASTA.
040100
040200     IF VTA-CLI-CUIT NUMERIC
040300        AND VTA-CLI-CUIT > ZERO
040400         MOVE VTA-CLI-CUIT TO VTA-CUIT-BUSCAR
040500         PERFORM 5000-BUSCAR-CUIT THRU 5000-EXIT
040600         IF VTA-BB-POS > ZERO
040700             IF VTA-CUI-INSCRIPTO (VTA-BB-POS)
040800                 MOVE VTA-CUI-ALICUOTA (VTA-BB-POS)
040900                                     TO VTA-NUE-ALICUOTA
041000                 MOVE VTA-CUI-VIG-DESDE (VTA-BB-POS)
041100                                     TO VTA-NUE-VIG-DESDE
041200                 MOVE VTA-CUI-VIG-HASTA (VTA-BB-POS)
041300                                     TO VTA-NUE-VIG-HASTA
041400             END-IF
041500         END-IF
041600     END-IF.
041700
041800     IF VTA-IIBB-NUEVO NOT = VTA-IIBB-ANTERIOR
041900         SET VTA-REGRABAR TO TRUE
042000         PERFORM 3200-LISTAR-CAMBIO THRU 3200-EXIT
042100     END-IF.
042200
042300     IF NOT VTA-REGRABAR
042400         GO TO 3100-LEER
042500     END-IF.
042600
042700     MOVE VTA-NUE-ALICUOTA  TO VTA-CLI-IIBB-ALICUOTA.
042800     MOVE VTA-NUE-VIG-DESDE TO VTA-CLI-IIBB-VIG-DESDE.
042900     MOVE VTA-NUE-VIG-HASTA TO VTA-CLI-IIBB-VIG-HASTA.
043000
043100     REWRITE VTA-CLIENTE-RECORD
043200         INVALID KEY
043300             DISPLAY "VTA9300 - ERROR AL REGRABAR EL CLIENTE "
043400                     VTA-CLI-ID
043500             MOVE 8 TO RETURN-CODE
043600     END-REWRITE.
043700
043800 3100-LEER.
043900     PERFORM 1100-LEER-CLIENTE THRU 1100-EXIT.
044000
044100 3100-EXIT.
044200     EXIT.
044300
044400 3200-LISTAR-CAMBIO.
044500
044600     EVALUATE TRUE
044700         WHEN VTA-ANT-ALICUOTA = ZERO
044800          AND VTA-NUE-ALICUOTA > ZERO
044900             MOVE "ALTA   " TO VTA-LD-MOVIMIENTO
045000             ADD 1 TO VTA-CNT-ALTAS
045100         WHEN VTA-ANT-ALICUOTA > ZERO
045200          AND VTA-NUE-ALICUOTA = ZERO
045300             MOVE "BAJA   " TO VTA-LD-MOVIMIENTO
045400             ADD 1 TO VTA-CNT-BAJAS
045500         WHEN OTHER
045600             MOVE "CAMBIO " TO VTA-LD-MOVIMIENTO
045700             ADD 1 TO VTA-CNT-CAMBIOS
045800     END-EVALUATE.
045900
046000     MOVE VTA-CLI-ID        TO VTA-LD-CLIENTE.
046100     MOVE VTA-CLI-CUIT      TO VTA-LD-CUIT.
046200     MOVE VTA-ANT-ALICUOTA  TO VTA-LD-ALIC-ANT.
046300     MOVE VTA-NUE-ALICUOTA  TO VTA-LD-ALIC-NUE.
046400     MOVE VTA-NUE-VIG-DESDE TO VTA-LD-VIG-DESDE.
046500     MOVE VTA-NUE-VIG-HASTA TO VTA-LD-VIG-HASTA.
046600     WRITE VTA-REPORT-LINE FROM VTA-LINEA-DETALLE.
046700
046800 3200-EXIT.
046900     EXIT.
047000
047100******************************************************************
047200*5000-BUSCAR-CUIT: BUSQUEDA BINARIA DE VTA-CUIT-BUSCAR.
047300******************************************************************
047400 5000-BUSCAR-CUIT.
047500
047600     MOVE 1            TO VTA-BB-INF.
047700     MOVE VTA-CUI-CANT TO VTA-BB-SUP.
047800     MOVE ZERO         TO VTA-BB-POS.
047900     PERFORM 5100-PARTIR-TABLA THRU 5100-EXIT
048000         UNTIL VTA-BB-INF > VTA-BB-SUP
048100            OR VTA-BB-POS > ZERO.
048200
048300 5000-EXIT.
048400     EXIT.
048500
048600 5100-PARTIR-TABLA.
048700
048800     COMPUTE VTA-BB-MED = (VTA-BB-INF + VTA-BB-SUP) / 2.
048900
049000     IF VTA-CUI-CUIT (VTA-BB-MED) = VTA-CUIT-BUSCAR
049100         MOVE VTA-BB-MED TO VTA-BB-POS
049200         GO TO 5100-EXIT
049300     END-IF.
049400
049500     IF VTA-CUI-CUIT (VTA-BB-MED) < VTA-CUIT-BUSCAR
049600         COMPUTE VTA-BB-INF = VTA-BB-MED + 1
049700     ELSE
049800         IF VTA-BB-MED = 1
049900             MOVE ZERO TO VTA-BB-SUP
050000         ELSE
050100             COMPUTE VTA-BB-SUP = VTA-BB-MED - 1
050200         END-IF
050300     END-IF.
050400
050500 5100-EXIT.
050600     EXIT.
050700
050800 9000-FINALIZAR.
050900
051000     MOVE SPACES TO VTA-REPORT-LINE.
051100     WRITE VTA-REPORT-LINE.
051200
051300     MOVE "CLIENTES LEIDOS"              TO VTA-LC-TEXTO.
051400     MOVE VTA-CNT-CLIENTES               TO VTA-LC-CANT.
051500     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
051600     MOVE "CUIT DISTINTOS DE CLIENTES"   TO VTA-LC-TEXTO.
051700     MOVE VTA-CUI-CANT                   TO VTA-LC-CANT.
051800     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
051900     MOVE "REGISTROS DEL PADRON LEIDOS"  TO VTA-LC-TEXTO.
052000     MOVE VTA-CNT-PADRON-LEIDOS          TO VTA-LC-CANT.
052100     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
052200     MOVE "REGISTROS DEL PADRON RECHAZADOS" TO VTA-LC-TEXTO.
052300     MOVE VTA-CNT-PADRON-RECHAZOS        TO VTA-LC-CANT.
052400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
052500     MOVE "CUIT DE CLIENTES EN EL PADRON" TO VTA-LC-TEXTO.
052600     MOVE VTA-CNT-CUIT-INSCRIPTOS        TO VTA-LC-CANT.
052700     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
052800     MOVE "ALTAS DE PERCEPCION"          TO VTA-LC-TEXTO.
052900     MOVE VTA-CNT-ALTAS                  TO VTA-LC-CANT.
053000     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
053100     MOVE "BAJAS DE PERCEPCION"          TO VTA-LC-TEXTO.
053200     MOVE VTA-CNT-BAJAS                  TO VTA-LC-CANT.
053300     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
053400     MOVE "CAMBIOS DE ALICUOTA O VIGENCIA" TO VTA-LC-TEXTO.
053500     MOVE VTA-CNT-CAMBIOS                TO VTA-LC-CANT.
053600     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
053700     MOVE "CLIENTES INICIALIZADOS EN CERO" TO VTA-LC-TEXTO.
053800     MOVE VTA-CNT-INICIALIZADOS          TO VTA-LC-CANT.
053900     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
054000
054100     CLOSE PADRON-REPORT-FILE.
054200
054300     IF VTA-CNT-PADRON-RECHAZOS > ZERO
054400        AND RETURN-CODE < 4
054500         MOVE 4 TO RETURN-CODE
054600     END-IF.
054700
054800     DISPLAY "VTA9300 - ALTAS: " VTA-CNT-ALTAS
054900             " BAJAS: " VTA-CNT-BAJAS
055000             " CAMBIOS: " VTA-CNT-CAMBIOS.
055100
055200 9000-EXIT.
055300     EXIT.
055400
055500 9900-ARCHIVO-FALTANTE.
055600
055700     DISPLAY "VTA9300 - NO SE PUDO ABRIR " VTA-REPORT-LINE (1:8)
055800             ". NO SE ACTUALIZA CLIENTEM.".
055900     MOVE "NO SE PUDO ABRIR UN ARCHIVO: NO SE ACTUALIZO CLIENTEM."
056000                                 TO VTA-REPORT-LINE.
056100     WRITE VTA-REPORT-LINE.
056200     CLOSE PADRON-REPORT-FILE.
056300     MOVE 8 TO RETURN-CODE.
056400     STOP RUN.
056500
056600 9900-EXIT.
056700     EXIT.
056800
056900 END PROGRAM VTA9300.

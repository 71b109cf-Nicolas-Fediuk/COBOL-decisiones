000100******************************************************************
000200*ANONIMIZACION MENSUAL DE DATOS PERSONALES DE CLIENTES (LEY
000300*25.326). CORRE EN EL CIERRE MENSUAL (VTAM010) CON EL MISMO
000400*MESPARM. ANONIMIZA:
000500*  - POR INACTIVIDAD (MOTIVO "I"): LOS CLIENTES SIN MOVIMIENTOS
000600*    DESDE LA FECHA DE CORTE (EL MES CERRADO MENOS LOS ANIOS DE
000700*    ANONPRM, 5 SI NO SE INFORMA) Y CON SALDO CERO DE PUNTOS Y DE
000800*    CUENTA CORRIENTE. CUENTAN COMO MOVIMIENTO LOS SALDOS, EL
000900*    HISTORIAL DEL MAESTRO, LAS VENTAS DE LA AUDITORIA VIVA Y DE
001000*    LOS ARCHIVOS ANUALES (DD AUDARCH), LOS PEDIDOS WEB, LAS NOTAS
001100*    DE CREDITO, LOS PEDIDOS ESPECIALES Y LOS CHEQUES.
001200*  - POR SOLICITUD (MOTIVO "S"): LAS SUPRESIONES PENDIENTES QUE
001300*    REGISTRO VTA9000 EN DATPERS, SIN MIRAR LA INACTIVIDAD.
001400*EN AMBOS CASOS NO SE ANONIMIZA A QUIEN TENGA SALDO, UN PLAN DE
001500*REFINANCIACION ACTIVO, UN PEDIDO ESPECIAL ABIERTO O RESERVADO,
001600*CHEQUES EN CARTERA O UN PEDIDO WEB EN CURSO; LA SOLICITUD QUEDA
001700*PENDIENTE Y EL LISTADO DICE POR QUE.
001800*LOS MOVIMIENTOS DE UN DUPLICADO FUSIONADO (CLIMERGE) CUENTAN PARA
001900*SU SOBREVIVIENTE, Y AL ANONIMIZAR AL SOBREVIVIENTE SE ANONIMIZAN
002000*TAMBIEN SUS DUPLICADOS.
002100*ANONIMIZAR ES BORRAR NOMBRE, CATEGORIA Y LIMITE DE CREDITO DEL
002200*MAESTRO (ESTADO "X"), Y EL NOMBRE Y TELEFONO DE LOS PEDIDOS
002300*ESPECIALES Y EL LIBRADOR DE LOS CHEQUES. EL NUMERO DE CLIENTE, EL
002400*CUIT, LOS IMPORTES Y LOS REGISTROS DE AUDITORIA, FISCALES Y DE
002500*FACTURA ELECTRONICA NO SE TOCAN: LA LEY OBLIGA A CONSERVARLOS.
002600*CADA ANONIMIZACION SE ASIENTA EN DATPERS (TIPO "A") Y EN EL
002700*LISTADO ANONRPT.
002800*SI ALGUN ARCHIVO NO SE PUEDE LEER NO SE ANONIMIZA NADA (RC 8).
002900******************************************************************
003000*MODIFICACIONES:
003100*2026-10-15 NF  PROGRAMA ORIGINAL.
003133*2026-10-15 NF  LOS ARCHIVOS ANUALES PASAN A 254 POSICIONES
003166*               (PERCEPCION DE INGRESOS BRUTOS).
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. VTA9100.
003500 AUTHOR. N. FEDIUK.
003600 INSTALLATION. PERFUMERIA - SISTEMAS.
003700 DATE-WRITTEN. 2026-10-15.
003800 DATE-COMPILED. 2026-10-15.
003900
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT MES-PARM-FILE ASSIGN TO "MESPARM"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS VTA-PARM-STATUS.
004600
004700     SELECT OPTIONAL ANON-PARM-FILE ASSIGN TO "ANONPRM"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS VTA-ANPARM-STATUS.
005000
005100     SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIENTEM"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS VTA-CLI-ID
005500         FILE STATUS IS VTA-CLIMTR-STATUS.
005600
005700     SELECT CLI-MERGE-FILE ASSIGN TO "CLIMERGE"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS SEQUENTIAL
006000         RECORD KEY IS VTA-MRG-CLIENTE-VIEJO
006100         FILE STATUS IS VTA-MERGE-STATUS.
006200
006300     SELECT OPTIONAL DATOS-PERS-FILE ASSIGN TO "DATPERS"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS VTA-DPERS-STATUS.
006600
006700     SELECT PUNTOS-SALDO-FILE ASSIGN TO "PTOSALDO"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS VTA-PTS-CLIENTE-ID
007100         FILE STATUS IS VTA-PSALDO-STATUS.
007200
007300     SELECT CTA-SALDO-FILE ASSIGN TO "CTASALDO"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS RANDOM
007600         RECORD KEY IS VTA-CTA-CLIENTE-ID
007700         FILE STATUS IS VTA-CSALDO-STATUS.
007800
007900     SELECT OPTIONAL CLIENTE-HIST-FILE ASSIGN TO "CLIHIST"
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS VTA-CLIHST-STATUS.
008200
008300     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS SEQUENTIAL
008600         RECORD KEY IS VTA-AUD-KEY
008700         FILE STATUS IS VTA-AUDIT-STATUS.
008800
008900     SELECT OPTIONAL AUDIT-ARCH-FILE ASSIGN TO "AUDARCH"
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS IS VTA-ARCH-STATUS.
009200
009300     SELECT WEB-PEDIDO-FILE ASSIGN TO "WEBPEDM"
009400         ORGANIZATION IS INDEXED
009500         ACCESS MODE IS SEQUENTIAL
009600         RECORD KEY IS VTA-WPD-CLAVE
009700         FILE STATUS IS VTA-WEBPED-STATUS.
009800
009900     SELECT OPTIONAL NOTA-CRED-FILE ASSIGN TO "NOTACRED"
010000         ORGANIZATION IS SEQUENTIAL
010100         FILE STATUS IS VTA-NCRED-STATUS.
010200
010300     SELECT PLAN-REF-FILE ASSIGN TO "PLANREF"
010400         ORGANIZATION IS INDEXED
010500         ACCESS MODE IS SEQUENTIAL
010600         RECORD KEY IS VTA-PRF-KEY
010700         FILE STATUS IS VTA-PRF-STATUS.
010800
010900     SELECT PEDIDO-ESP-FILE ASSIGN TO "PEDESPE"
011000         ORGANIZATION IS INDEXED
011100         ACCESS MODE IS SEQUENTIAL
011200         RECORD KEY IS VTA-SPD-CLAVE
011300         FILE STATUS IS VTA-PEDESP-STATUS.
011400
011500     SELECT CHEQ-CART-FILE ASSIGN TO "CHEQCART"
011600         ORGANIZATION IS INDEXED
011700         ACCESS MODE IS SEQUENTIAL
011800         RECORD KEY IS VTA-CHQ-KEY
011900         FILE STATUS IS VTA-CHQ-STATUS.
012000
012100     SELECT ANON-REPORT-FILE ASSIGN TO "ANONRPT"
012200         ORGANIZATION IS LINE SEQUENTIAL
012300         FILE STATUS IS VTA-REPORT-STATUS.
012400
012500 DATA DIVISION.
012600 FILE SECTION.
012700 FD  MES-PARM-FILE
012800     RECORDING MODE IS F.
012900 01  VTA-MES-PARM-RECORD.
013000     05  VTA-PARM-MES                PIC 9(06).
013100     05  FILLER                      PIC X(74).
013200
013300*ANIOS SIN MOVIMIENTO PARA ANONIMIZAR POR INACTIVIDAD.
013400 FD  ANON-PARM-FILE
013500     RECORDING MODE IS F.
013600 01  VTA-ANON-PARM-RECORD.
013700     05  VTA-ANP-ANIOS               PIC 9(02).
013800     05  FILLER                      PIC X(78).
013900
014000 FD  CLIENTE-MASTER-FILE
014100     RECORDING MODE IS F.
014200     COPY VTACLTE.
014300
014400 FD  CLI-MERGE-FILE
014500     RECORDING MODE IS F.
014600     COPY VTAMRG.
014700
014800 FD  DATOS-PERS-FILE
014900     RECORDING MODE IS F.
015000     COPY VTADPER.
015100
015200 FD  PUNTOS-SALDO-FILE
015300     RECORDING MODE IS F.
015400     COPY VTAPTOS.
015500
015600 FD  CTA-SALDO-FILE
015700     RECORDING MODE IS F.
015800     COPY VTACTAC.
015900
016000 FD  CLIENTE-HIST-FILE
016100     RECORDING MODE IS F.
016200     COPY VTACLHS.
016300
016400 FD  AUDIT-LOG-FILE
016500     RECORDING MODE IS F.
016600     COPY VTAAUDIT.
016700
016800*LOS ARCHIVOS ANUALES DE VTA1900 TIENEN EL LAYOUT DEL LOG VIVO; EL
016900*REGISTRO SE EVALUA POR EL FD DE AUDITLOG, COMO EN VTA5100.
017000 FD  AUDIT-ARCH-FILE
017100     RECORDING MODE IS F.
017200 01  VTA-ARCH-RECORD                 PIC X(254).
017300
017400 FD  WEB-PEDIDO-FILE
017500     RECORDING MODE IS F.
017600     COPY VTAWEBP.
017700
017800 FD  NOTA-CRED-FILE
017900     RECORDING MODE IS F.
018000     COPY VTANCRD.
018100
018200 FD  PLAN-REF-FILE
018300     RECORDING MODE IS F.
018400     COPY VTAPREF.
018500
018600 FD  PEDIDO-ESP-FILE
018700     RECORDING MODE IS F.
018800     COPY VTASPED.
018900
019000 FD  CHEQ-CART-FILE
019100     RECORDING MODE IS F.
019200     COPY VTACHEQ.
019300
019400 FD  ANON-REPORT-FILE.
019500 01  VTA-REPORT-LINE                 PIC X(80).
019600
019700 WORKING-STORAGE SECTION.
019800
019900 01  VTA-PARM-STATUS                 PIC X(02).
020000     88  VTA-PARM-OK                 VALUE "00".
020100
020200 01  VTA-ANPARM-STATUS               PIC X(02).
020300     88  VTA-ANPARM-OK               VALUE "00".
020400
020500 01  VTA-CLIMTR-STATUS               PIC X(02).
020600     88  VTA-CLIMTR-OK               VALUE "00".
020700
020800 01  VTA-MERGE-STATUS                PIC X(02).
020900     88  VTA-MERGE-OK                VALUE "00".
021000
021100 01  VTA-DPERS-STATUS                PIC X(02).
021200     88  VTA-DPERS-OK                VALUE "00" "05".
021300
021400 01  VTA-PSALDO-STATUS               PIC X(02).
021500     88  VTA-PSALDO-OK               VALUE "00".
021600
021700 01  VTA-CSALDO-STATUS               PIC X(02).
021800     88  VTA-CSALDO-OK               VALUE "00".
021900
022000 01  VTA-CLIHST-STATUS               PIC X(02).
022100     88  VTA-CLIHST-OK               VALUE "00" "05".
022200
022300 01  VTA-AUDIT-STATUS                PIC X(02).
022400     88  VTA-AUDIT-OK                VALUE "00".
022500
022600 01  VTA-ARCH-STATUS                 PIC X(02).
022700     88  VTA-ARCH-OK                 VALUE "00" "05".
022800
022900 01  VTA-WEBPED-STATUS               PIC X(02).
023000     88  VTA-WEBPED-OK               VALUE "00".
023100
023200 01  VTA-NCRED-STATUS                PIC X(02).
023300     88  VTA-NCRED-OK                VALUE "00" "05".
023400
023500 01  VTA-PRF-STATUS                  PIC X(02).
023600     88  VTA-PRF-OK                  VALUE "00".
023700
023800 01  VTA-PEDESP-STATUS               PIC X(02).
023900     88  VTA-PEDESP-OK               VALUE "00".
024000
024100 01  VTA-CHQ-STATUS                  PIC X(02).
024200     88  VTA-CHQ-OK                  VALUE "00".
024300
024400 01  VTA-REPORT-STATUS               PIC X(02).
024500     88  VTA-REPORT-OK               VALUE "00".
024600
024700 01  VTA-SWITCHES.
024800     05  VTA-SW-FIN-ARCHIVO          PIC X(01) VALUE "N".
024900         88  VTA-FIN-ARCHIVO         VALUE "S".
025000     05  VTA-SW-RESUELTO             PIC X(01) VALUE "N".
025100         88  VTA-ID-RESUELTO         VALUE "S".
025200     05  VTA-SW-SOLICITUD            PIC X(01) VALUE "N".
025300         88  VTA-SOLICITUD-ENCONTRADA VALUE "S".
025400     05  VTA-SW-CAMBIO               PIC X(01) VALUE "N".
025500         88  VTA-HUBO-CAMBIO         VALUE "S".
025600
025700 01  VTA-MES-PEDIDO                  PIC 9(06) VALUE ZERO.
025800 01  FILLER REDEFINES VTA-MES-PEDIDO.
025900     05  VTA-MP-ANIO                 PIC 9(04).
026000     05  VTA-MP-MES                  PIC 9(02).
026100
026200 77  VTA-ANIOS-INACTIVIDAD           PIC 9(02) VALUE 5.
026300
026400*PRIMER DIA DEL MES CERRADO, TANTOS ANIOS ATRAS: UN MOVIMIENTO EN
026500*ESA FECHA O DESPUES HACE ACTIVO AL CLIENTE.
026600 01  VTA-FECHA-CORTE                 PIC 9(08) VALUE ZERO.
026700 01  FILLER REDEFINES VTA-FECHA-CORTE.
026800     05  VTA-FC-ANIO                 PIC 9(04).
026900     05  VTA-FC-MES                  PIC 9(02).
027000     05  VTA-FC-DIA                  PIC 9(02).
027100
027200 01  VTA-FECHA-HOY                   PIC 9(08).
027300 01  VTA-HORA-AHORA                  PIC 9(08).
027400
027500*MAPA DE FUSIONES: CLIMERGE SE LEE EN ORDEN DE CLAVE, ASI LA TABLA
027600*QUEDA ORDENADA POR NUMERO VIEJO PARA LA BUSQUEDA BINARIA.
027700 77  VTA-FUS-MAXIMO                  PIC 9(04) COMP VALUE 2000.
027800 01  VTA-TABLA-FUSIONES.
027900     05  VTA-FUS-CANT                PIC 9(04) COMP VALUE ZERO.
028000     05  VTA-FUS-ENTRADA OCCURS 2000 TIMES
028100                         INDEXED BY VTA-FUS-IDX.
028200         10  VTA-FUS-VIEJO           PIC 9(08).
028300         10  VTA-FUS-NUEVO           PIC 9(08).
028400
028500*SOLICITUDES DE SUPRESION DE DATPERS, PENDIENTES MIENTRAS NO HAYA
028600*UNA ANONIMIZACION POSTERIOR DEL MISMO CLIENTE.
028700 77  VTA-SOL-MAXIMO                  PIC 9(04) COMP VALUE 500.
028800 01  VTA-TABLA-SOLICITUDES.
028900     05  VTA-SOL-CANT                PIC 9(04) COMP VALUE ZERO.
029000     05  VTA-SOL-ENTRADA OCCURS 500 TIMES
029100                         INDEXED BY VTA-SOL-IDX.
029200         10  VTA-SOL-CLIENTE         PIC 9(08).
029300         10  VTA-SOL-ESTADO          PIC X(01).
029400             88  VTA-SOL-PENDIENTE   VALUE "P".
029500             88  VTA-SOL-CUMPLIDA    VALUE "C".
029600
029700*CANDIDATOS: CLIENTEM SE LEE EN ORDEN DE CLAVE, ASI LA TABLA QUEDA
029800*ORDENADA POR NUMERO DE CLIENTE PARA LA BUSQUEDA BINARIA.
029900*VTA-CND-ESTADO EN BLANCO ES ANONIMIZABLE; SI NO, DICE POR QUE NO.
030000 77  VTA-CND-MAXIMO                  PIC 9(05) COMP VALUE 5000.
030100 01  VTA-TABLA-CANDIDATOS.
030200     05  VTA-CND-CANT                PIC 9(05) COMP VALUE ZERO.
030300     05  VTA-CND-ENTRADA OCCURS 5000 TIMES
030400                         INDEXED BY VTA-CND-IDX.
030500         10  VTA-CND-CLIENTE         PIC 9(08).
030600         10  VTA-CND-MOTIVO          PIC X(01).
030700             88  VTA-CND-POR-INACTIVIDAD VALUE "I".
030800             88  VTA-CND-POR-SOLICITUD   VALUE "S".
030900         10  VTA-CND-ESTADO          PIC X(01).
031000             88  VTA-CND-ELEGIBLE    VALUE SPACE.
031100             88  VTA-CND-RECIENTE    VALUE "R".
031200             88  VTA-CND-CON-SALDO   VALUE "S".
031300             88  VTA-CND-CON-PLAN    VALUE "P".
031400             88  VTA-CND-CON-PEDIDO  VALUE "E".
031500             88  VTA-CND-CON-CHEQUE  VALUE "C".
031600             88  VTA-CND-CON-WEB     VALUE "W".
031700         10  VTA-CND-REGISTROS       PIC 9(05) COMP.
031800
031900*BUSQUEDA BINARIA Y RESOLUCION DE FUSIONES EN CADENA.
032000 01  VTA-ID-BUSCAR                   PIC 9(08).
032100 01  VTA-BUSQUEDA.
032200     05  VTA-BB-INF                  PIC 9(05) COMP.
032300     05  VTA-BB-SUP                  PIC 9(05) COMP.
032400     05  VTA-BB-MED                  PIC 9(05) COMP.
032500     05  VTA-BB-POS                  PIC 9(05) COMP.
032600     05  VTA-SALTOS                  PIC 9(02) COMP.
032700 01  VTA-CND-POS                     PIC 9(05) COMP.
032800
032900 01  VTA-FECHA-MOVIMIENTO            PIC 9(08).
033000 01  VTA-CODIGO-PENDIENTE            PIC X(01).
033100 01  VTA-MOTIVO-NUEVO                PIC X(01).
033200 01  VTA-SW-SALDO                    PIC X(01).
033300     88  VTA-TIENE-SALDO             VALUE "S".
033400 01  VTA-SW-RECIENTE                 PIC X(01).
033500     88  VTA-TIENE-MOV-RECIENTE      VALUE "S".
033600
033700 01  VTA-CONTADORES.
033800     05  VTA-CANT-LEIDOS             PIC 9(07) COMP VALUE ZERO.
033900     05  VTA-CANT-ANON-INACT         PIC 9(05) COMP VALUE ZERO.
034000     05  VTA-CANT-ANON-SOLIC         PIC 9(05) COMP VALUE ZERO.
034100     05  VTA-CANT-DUPLICADOS         PIC 9(05) COMP VALUE ZERO.
034200     05  VTA-CANT-RECIENTES          PIC 9(05) COMP VALUE ZERO.
034300     05  VTA-CANT-RETENIDOS          PIC 9(05) COMP VALUE ZERO.
034400     05  VTA-CANT-SOLIC-PEND         PIC 9(05) COMP VALUE ZERO.
034500     05  VTA-CANT-PEDIDOS-ESP        PIC 9(05) COMP VALUE ZERO.
034600     05  VTA-CANT-CHEQUES            PIC 9(05) COMP VALUE ZERO.
034700
034800*LINEAS DE IMPRESION.
034900 01  VTA-LINEA-TITULO.
035000     05  FILLER                      PIC X(34)
035100         VALUE "ANONIMIZACION DE CLIENTES - MES: ".
035200     05  VTA-LT-MES                  PIC 9(06).
035300     05  FILLER                      PIC X(10) VALUE "  CORTE: ".
035400     05  VTA-LT-CORTE                PIC 9(08).
035500     05  FILLER                      PIC X(08) VALUE "  ANIOS:".
035600     05  VTA-LT-ANIOS                PIC Z9.
035700
035800 01  VTA-LINEA-ANONIMIZADO.
035900     05  FILLER                      PIC X(02) VALUE SPACES.
036000     05  VTA-LA-CLIENTE              PIC 9(08).
036100     05  FILLER                      PIC X(02) VALUE SPACES.
036200     05  VTA-LA-MOTIVO               PIC X(20).
036300     05  FILLER                      PIC X(13)
036400         VALUE "  REGISTROS: ".
036500     05  VTA-LA-REGISTROS            PIC ZZ,ZZ9.
036600
036700 01  VTA-LINEA-PENDIENTE.
036800     05  FILLER                      PIC X(02) VALUE SPACES.
036900     05  VTA-LP-CLIENTE              PIC 9(08).
037000     05  FILLER                      PIC X(02) VALUE SPACES.
037100     05  VTA-LP-MOTIVO               PIC X(50).
037200
037300 01  VTA-LINEA-TOTAL.
037400     05  VTA-LTT-TEXTO               PIC X(50).
037500     05  VTA-LTT-CANT                PIC Z,ZZZ,ZZ9.
037600
037700 PROCEDURE DIVISION.
037800
037900 0000-MAINLINE.
038000
038100     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
038200
038300     IF VTA-FECHA-CORTE = ZERO
038400         PERFORM 9000-FINALIZAR THRU 9000-EXIT
038500         STOP RUN
038600     END-IF.
038700
038800     PERFORM 1100-CARGAR-FUSIONES THRU 1100-EXIT.
038900
039000     PERFORM 1200-CARGAR-SOLICITUDES THRU 1200-EXIT.
039100
039200     PERFORM 2000-SELECCIONAR-CANDIDATOS THRU 2000-EXIT.
039300
039400     PERFORM 3000-VER-ACTIVIDAD THRU 3000-EXIT.
039500
039600     PERFORM 4000-VER-PENDIENTES THRU 4000-EXIT.
039700
039800     PERFORM 5000-ANONIMIZAR THRU 5000-EXIT.
039900
040000     PERFORM 6000-REGISTRAR THRU 6000-EXIT.
040100
040200     PERFORM 8000-EMITIR-LISTADO THRU 8000-EXIT.
040300
040400     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
040500
040600     STOP RUN.
040700
040800******************************************************************
040900*1000-INICIALIZAR: MES DE MESPARM, ANIOS DE ANONPRM Y FECHA DE
041000*CORTE. SIN MES NO SE HACE NADA (RC 8).
041100******************************************************************
041200 1000-INICIALIZAR.
041300
041400     ACCEPT VTA-FECHA-HOY FROM DATE YYYYMMDD.
041500     ACCEPT VTA-HORA-AHORA FROM TIME.
041600
041700     OPEN INPUT MES-PARM-FILE.
041800     OPEN OUTPUT ANON-REPORT-FILE.
041900
042000     READ MES-PARM-FILE
042100         AT END
042200             CONTINUE
042300     END-READ.
042400
042500     IF VTA-PARM-OK
042600         MOVE VTA-PARM-MES TO VTA-MES-PEDIDO
042700     END-IF.
042800
042900     CLOSE MES-PARM-FILE.
043000
043100     IF VTA-MES-PEDIDO = ZERO
043200         DISPLAY "VTA9100 - FALTA EL MES A CERRAR (MESPARM)."
043300         MOVE 8 TO RETURN-CODE
043400         GO TO 1000-EXIT
043500     END-IF.
043600
043700     OPEN INPUT ANON-PARM-FILE.
043800     READ ANON-PARM-FILE
043900         AT END
044000             CONTINUE
044100     END-READ.
044200
044300     IF VTA-ANPARM-OK
044400        AND VTA-ANP-ANIOS IS NUMERIC
044500        AND VTA-ANP-ANIOS > ZERO
044600         MOVE VTA-ANP-ANIOS TO VTA-ANIOS-INACTIVIDAD
044700     END-IF.
044800
044900     CLOSE ANON-PARM-FILE.
045000
045100     COMPUTE VTA-FC-ANIO = VTA-MP-ANIO - VTA-ANIOS-INACTIVIDAD.
045200     MOVE VTA-MP-MES TO VTA-FC-MES.
045300     MOVE 1          TO VTA-FC-DIA.
045400
045500     MOVE VTA-MES-PEDIDO        TO VTA-LT-MES.
045600     MOVE VTA-FECHA-CORTE       TO VTA-LT-CORTE.
045700     MOVE VTA-ANIOS-INACTIVIDAD TO VTA-LT-ANIOS.
045800     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TITULO.
045900     MOVE SPACES TO VTA-REPORT-LINE.
046000     WRITE VTA-REPORT-LINE.
046100
046200 1000-EXIT.
046300     EXIT.
046400
046500 1100-CARGAR-FUSIONES.
046600
046700     OPEN INPUT CLI-MERGE-FILE.
046800     IF NOT VTA-MERGE-OK
046900         MOVE "CLIMERGE" TO VTA-REPORT-LINE
047000         PERFORM 9900-ARCHIVO-FALTANTE THRU 9900-EXIT
047100     END-IF.
047200
047300     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
047400     PERFORM 1110-LEER-FUSION THRU 1110-EXIT
047500         UNTIL VTA-FIN-ARCHIVO.
047600
047700     CLOSE CLI-MERGE-FILE.
047800
047900 1100-EXIT.
048000     EXIT.
048100
048200 1110-LEER-FUSION.
048300
048400     READ CLI-MERGE-FILE NEXT
048500         AT END
048600             SET VTA-FIN-ARCHIVO TO TRUE
048700             GO TO 1110-EXIT
048800     END-READ.
048900
049000     IF VTA-FUS-CANT >= VTA-FUS-MAXIMO
049100         DISPLAY "VTA9100 - TABLA DE FUSIONES LLENA (MAXIMO "
049200                 "2000). AGRANDAR LA TABLA."
049300         MOVE 8 TO RETURN-CODE
049400         STOP RUN
049500     END-IF.
049600
049700     ADD 1 TO VTA-FUS-CANT.
049800     MOVE VTA-MRG-CLIENTE-VIEJO TO VTA-FUS-VIEJO (VTA-FUS-CANT).
049900     MOVE VTA-MRG-CLIENTE-NUEVO TO VTA-FUS-NUEVO (VTA-FUS-CANT).
050000
050100 1110-EXIT.
050200     EXIT.
050300
050400******************************************************************
050500*1200-CARGAR-SOLICITUDES: DATPERS ES CRONOLOGICO. UNA SUPRESION
050600*("S") QUEDA PENDIENTE HASTA UNA ANONIMIZACION ("A") POSTERIOR.
050700******************************************************************
050800 1200-CARGAR-SOLICITUDES.
050900
051000     OPEN INPUT DATOS-PERS-FILE.
051100     IF NOT VTA-DPERS-OK
051200         MOVE "DATPERS" TO VTA-REPORT-LINE
051300         PERFORM 9900-ARCHIVO-FALTANTE THRU 9900-EXIT
051400     END-IF.
051500
051600     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
051700     PERFORM 1210-LEER-DATPERS THRU 1210-EXIT
051800         UNTIL VTA-FIN-ARCHIVO.
051900
052000     CLOSE DATOS-PERS-FILE.
052100
052200 1200-EXIT.
052300     EXIT.
052400
052500 1210-LEER-DATPERS.
052600
052700     READ DATOS-PERS-FILE
052800         AT END
052900             SET VTA-FIN-ARCHIVO TO TRUE
053000             GO TO 1210-EXIT
053100     END-READ.
053200
053300     IF NOT VTA-DPR-SUPRESION
053400        AND NOT VTA-DPR-ANONIMIZADO
053500         GO TO 1210-EXIT
053600     END-IF.
053700
053800     MOVE VTA-DPR-CLIENTE-ID TO VTA-ID-BUSCAR.
053900     PERFORM 1220-BUSCAR-SOLICITUD THRU 1220-EXIT.
054000
054100     IF VTA-DPR-ANONIMIZADO
054200         IF VTA-SOLICITUD-ENCONTRADA
054300             SET VTA-SOL-CUMPLIDA (VTA-SOL-IDX) TO TRUE
054400         END-IF
054500         GO TO 1210-EXIT
054600     END-IF.
054700
054800     IF VTA-SOLICITUD-ENCONTRADA
054900         SET VTA-SOL-PENDIENTE (VTA-SOL-IDX) TO TRUE
055000         GO TO 1210-EXIT
055100     END-IF.
055200
055300     IF VTA-SOL-CANT >= VTA-SOL-MAXIMO
055400         DISPLAY "VTA9100 - TABLA DE SOLICITUDES LLENA (MAXIMO "
055500                 "500). AGRANDAR LA TABLA."
055600         MOVE 8 TO RETURN-CODE
055700         STOP RUN
055800     END-IF.
055900
056000     ADD 1 TO VTA-SOL-CANT.
056100     MOVE VTA-DPR-CLIENTE-ID TO VTA-SOL-CLIENTE (VTA-SOL-CANT).
056200     SET VTA-SOL-PENDIENTE (VTA-SOL-CANT) TO TRUE.
056300
056400 1210-EXIT.
056500     EXIT.
056600
056700 1220-BUSCAR-SOLICITUD.
056800
056900     MOVE "N" TO VTA-SW-SOLICITUD.
057000
057100     PERFORM 1230-COMPARAR-SOLICITUD THRU 1230-EXIT
057200         VARYING VTA-SOL-IDX FROM 1 BY 1
057300         UNTIL VTA-SOL-IDX > VTA-SOL-CANT
057400            OR VTA-SOLICITUD-ENCONTRADA.
057500
057600*EL VARYING AVANZA UNA VEZ MAS ANTES DE PROBAR LA CONDICION.
057700     IF VTA-SOLICITUD-ENCONTRADA
057800         SET VTA-SOL-IDX DOWN BY 1
057900     END-IF.
058000
058100 1220-EXIT.
058200     EXIT.
058300
058400 1230-COMPARAR-SOLICITUD.
058500
058600     IF VTA-SOL-CLIENTE (VTA-SOL-IDX) = VTA-ID-BUSCAR
058700         SET VTA-SOLICITUD-ENCONTRADA TO TRUE
058800     END-IF.
058900
059000 1230-EXIT.
059100     EXIT.
059200
059300******************************************************************
059400*2000-SELECCIONAR-CANDIDATOS: RECORRE EL MAESTRO. LOS DUPLICADOS
059500*FUSIONADOS Y LOS YA ANONIMIZADOS NO SON CANDIDATOS. UNA SOLICITUD
059600*PENDIENTE ENTRA SIEMPRE (CON SALDO QUEDA RETENIDA); POR
059700*INACTIVIDAD SOLO ENTRA QUIEN TIENE SALDOS EN CERO Y SIN
059800*MOVIMIENTO DESDE EL CORTE.
059900******************************************************************
060000 2000-SELECCIONAR-CANDIDATOS.
060100
060200     OPEN INPUT PUNTOS-SALDO-FILE.
060300     IF NOT VTA-PSALDO-OK
060400         MOVE "PTOSALDO" TO VTA-REPORT-LINE
060500         PERFORM 9900-ARCHIVO-FALTANTE THRU 9900-EXIT
060600     END-IF.
060700
060800     OPEN INPUT CTA-SALDO-FILE.
060900     IF NOT VTA-CSALDO-OK
061000         MOVE "CTASALDO" TO VTA-REPORT-LINE
061100         PERFORM 9900-ARCHIVO-FALTANTE THRU 9900-EXIT
061200     END-IF.
061300
061400     OPEN INPUT CLIENTE-MASTER-FILE.
061500     IF NOT VTA-CLIMTR-OK
061600         MOVE "CLIENTEM" TO VTA-REPORT-LINE
061700         PERFORM 9900-ARCHIVO-FALTANTE THRU 9900-EXIT
061800     END-IF.
061900
062000     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
062100     PERFORM 2010-LEER-CLIENTE THRU 2010-EXIT
062200         UNTIL VTA-FIN-ARCHIVO.
062300
062400     CLOSE CLIENTE-MASTER-FILE.
062500     CLOSE CTA-SALDO-FILE.
062600     CLOSE PUNTOS-SALDO-FILE.
062700
062800 2000-EXIT.
062900     EXIT.
063000
063100 2010-LEER-CLIENTE.
063200
063300     READ CLIENTE-MASTER-FILE NEXT
063400         AT END
063500             SET VTA-FIN-ARCHIVO TO TRUE
063600             GO TO 2010-EXIT
063700     END-READ.
063800
063900     ADD 1 TO VTA-CANT-LEIDOS.
064000
064100     IF VTA-CLI-FUSIONADO
064200        OR VTA-CLI-ANONIMIZADO
064300         GO TO 2010-EXIT
064400     END-IF.
064500
064600     PERFORM 2020-VER-SALDOS THRU 2020-EXIT.
064700
064800     MOVE VTA-CLI-ID TO VTA-ID-BUSCAR.
064900     PERFORM 1220-BUSCAR-SOLICITUD THRU 1220-EXIT.
065000
065100     IF VTA-SOLICITUD-ENCONTRADA
065200         IF VTA-SOL-PENDIENTE (VTA-SOL-IDX)
065300             MOVE "S" TO VTA-MOTIVO-NUEVO
065400             PERFORM 2030-AGREGAR-CANDIDATO THRU 2030-EXIT
065500             IF VTA-TIENE-SALDO
065600                 SET VTA-CND-CON-SALDO (VTA-CND-CANT) TO TRUE
065700             END-IF
065800             GO TO 2010-EXIT
065900         END-IF
066000     END-IF.
066100
066200     IF VTA-TIENE-SALDO
066300        OR VTA-TIENE-MOV-RECIENTE
066400         GO TO 2010-EXIT
066500     END-IF.
066600
066700     MOVE "I" TO VTA-MOTIVO-NUEVO.
066800     PERFORM 2030-AGREGAR-CANDIDATO THRU 2030-EXIT.
066900
067000 2010-EXIT.
067100     EXIT.
067200
067300 2020-VER-SALDOS.
067400
067500     MOVE "N" TO VTA-SW-SALDO.
067600     MOVE "N" TO VTA-SW-RECIENTE.
067700
067800     MOVE VTA-CLI-ID TO VTA-PTS-CLIENTE-ID.
067900     READ PUNTOS-SALDO-FILE
068000         INVALID KEY
068100             CONTINUE
068200         NOT INVALID KEY
068300             IF VTA-PTS-SALDO NOT = ZERO
068400                 SET VTA-TIENE-SALDO TO TRUE
068500             END-IF
068600             IF VTA-PTS-FECHA-ULT-MOV >= VTA-FECHA-CORTE
068700                 SET VTA-TIENE-MOV-RECIENTE TO TRUE
068800             END-IF
068900     END-READ.
069000
069100     MOVE VTA-CLI-ID TO VTA-CTA-CLIENTE-ID.
069200     READ CTA-SALDO-FILE
069300         INVALID KEY
069400             CONTINUE
069500         NOT INVALID KEY
069600             IF VTA-CTA-SALDO NOT = ZERO
069700                 SET VTA-TIENE-SALDO TO TRUE
069800             END-IF
069900             IF VTA-CTA-FECHA-ULT-MOV >= VTA-FECHA-CORTE
070000                 SET VTA-TIENE-MOV-RECIENTE TO TRUE
070100             END-IF
070200     END-READ.
070300
070400 2020-EXIT.
070500     EXIT.
070600
070700 2030-AGREGAR-CANDIDATO.
070800
070900     IF VTA-CND-CANT >= VTA-CND-MAXIMO
071000         DISPLAY "VTA9100 - TABLA DE CANDIDATOS LLENA (MAXIMO "
071100                 "5000). AGRANDAR LA TABLA."
071200         MOVE 8 TO RETURN-CODE
071300         STOP RUN
071400     END-IF.
071500
071600     ADD 1 TO VTA-CND-CANT.
071700     MOVE VTA-CLI-ID       TO VTA-CND-CLIENTE (VTA-CND-CANT).
071800     MOVE VTA-MOTIVO-NUEVO TO VTA-CND-MOTIVO (VTA-CND-CANT).
071900     MOVE SPACE            TO VTA-CND-ESTADO (VTA-CND-CANT).
072000     MOVE ZERO             TO VTA-CND-REGISTROS (VTA-CND-CANT).
072100
072200 2030-EXIT.
072300     EXIT.
072400
072500******************************************************************
072600*3000-VER-ACTIVIDAD: UN MOVIMIENTO DESDE EL CORTE SACA AL
072700*CANDIDATO POR INACTIVIDAD (NO A UNA SOLICITUD).
072800******************************************************************
072900 3000-VER-ACTIVIDAD.
073000
073100     OPEN INPUT CLIENTE-HIST-FILE.
073200     IF NOT VTA-CLIHST-OK
073300         MOVE "CLIHIST" TO VTA-REPORT-LINE
073400         PERFORM 9900-ARCHIVO-FALTANTE THRU 9900-EXIT
073500     END-IF.
073600
073700     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
073800     PERFORM 3100-LEER-HISTORIAL THRU 3100-EXIT
073900         UNTIL VTA-FIN-ARCHIVO.
074000
074100     CLOSE CLIENTE-HIST-FILE.
074200
074300     OPEN INPUT AUDIT-LOG-FILE.
074400     IF NOT VTA-AUDIT-OK
074500         MOVE "AUDITLOG" TO VTA-REPORT-LINE
074600         PERFORM 9900-ARCHIVO-FALTANTE THRU 9900-EXIT
074700     END-IF.
074800
074900     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
075000     PERFORM 3200-LEER-AUDITORIA THRU 3200-EXIT
075100         UNTIL VTA-FIN-ARCHIVO.
075200
075300     OPEN INPUT AUDIT-ARCH-FILE.
075400     IF NOT VTA-ARCH-OK
075500         MOVE "AUDARCH" TO VTA-REPORT-LINE
075600         PERFORM 9900-ARCHIVO-FALTANTE THRU 9900-EXIT
075700     END-IF.
075800
075900     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
076000     PERFORM 3300-LEER-ARCHIVO THRU 3300-EXIT
076100         UNTIL VTA-FIN-ARCHIVO.
076200
076300     CLOSE AUDIT-ARCH-FILE.
076400     CLOSE AUDIT-LOG-FILE.
076500
076600     OPEN INPUT WEB-PEDIDO-FILE.
076700     IF NOT VTA-WEBPED-OK
076800         MOVE "WEBPEDM" TO VTA-REPORT-LINE
076900         PERFORM 9900-ARCHIVO-FALTANTE THRU 9900-EXIT
077000     END-IF.
077100
077200     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
077300     PERFORM 3400-LEER-PEDIDO-WEB THRU 3400-EXIT
077400         UNTIL VTA-FIN-ARCHIVO.
077500
077600     CLOSE WEB-PEDIDO-FILE.
077700
077800     OPEN INPUT NOTA-CRED-FILE.
077900     IF NOT VTA-NCRED-OK
078000         MOVE "NOTACRED" TO VTA-REPORT-LINE
078100         PERFORM 9900-ARCHIVO-FALTANTE THRU 9900-EXIT
078200     END-IF.
078300
078400     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
078500     PERFORM 3500-LEER-NOTA-CRED THRU 3500-EXIT
078600         UNTIL VTA-FIN-ARCHIVO.
078700
078800     CLOSE NOTA-CRED-FILE.
078900
079000 3000-EXIT.
079100     EXIT.
079200
079300 3100-LEER-HISTORIAL.
079400
079500     READ CLIENTE-HIST-FILE
079600         AT END
079700             SET VTA-FIN-ARCHIVO TO TRUE
079800             GO TO 3100-EXIT
079900     END-READ.
080000
080100     MOVE VTA-CLH-CLIENTE-ID TO VTA-ID-BUSCAR.
080200     MOVE VTA-CLH-FECHA      TO VTA-FECHA-MOVIMIENTO.
080300     PERFORM 7300-MARCAR-ACTIVIDAD THRU 7300-EXIT.
080400
080500 3100-EXIT.
080600     EXIT.
080700
080800 3200-LEER-AUDITORIA.
080900
081000     READ AUDIT-LOG-FILE NEXT
081100         AT END
081200             SET VTA-FIN-ARCHIVO TO TRUE
081300             GO TO 3200-EXIT
081400     END-READ.
081500
081600     MOVE VTA-AUD-CLIENTE-ID  TO VTA-ID-BUSCAR.
081700     MOVE VTA-AUD-TRANS-FECHA TO VTA-FECHA-MOVIMIENTO.
081800     PERFORM 7300-MARCAR-ACTIVIDAD THRU 7300-EXIT.
081900
082000 3200-EXIT.
082100     EXIT.
082200
082300 3300-LEER-ARCHIVO.
082400
082500     READ AUDIT-ARCH-FILE
082600         AT END
082700             SET VTA-FIN-ARCHIVO TO TRUE
082800             GO TO 3300-EXIT
082900     END-READ.
083000
083100     IF VTA-ARCH-RECORD (1:8) = "99999999"
083200         GO TO 3300-EXIT
083300     END-IF.
083400
083500     MOVE VTA-ARCH-RECORD TO VTA-AUDIT-RECORD.
083600     MOVE VTA-AUD-CLIENTE-ID  TO VTA-ID-BUSCAR.
083700     MOVE VTA-AUD-TRANS-FECHA TO VTA-FECHA-MOVIMIENTO.
083800     PERFORM 7300-MARCAR-ACTIVIDAD THRU 7300-EXIT.
083900
084000 3300-EXIT.
084100     EXIT.
084200
084300*UN PEDIDO WEB RESERVADO O PAGADO Y TODAVIA NO VENDIDO ESTA EN
084400*CURSO: RETIENE TAMBIEN A UNA SOLICITUD.
084500 3400-LEER-PEDIDO-WEB.
084600
084700     READ WEB-PEDIDO-FILE NEXT
084800         AT END
084900             SET VTA-FIN-ARCHIVO TO TRUE
085000             GO TO 3400-EXIT
085100     END-READ.
085200
085300     IF VTA-WPD-LINEA NOT = ZERO
085400         GO TO 3400-EXIT
085500     END-IF.
085600
085700     MOVE VTA-WPD-CLIENTE-ID   TO VTA-ID-BUSCAR.
085800     MOVE VTA-WPD-FECHA-PEDIDO TO VTA-FECHA-MOVIMIENTO.
085900     PERFORM 7300-MARCAR-ACTIVIDAD THRU 7300-EXIT.
086000
086100     IF VTA-WPD-RESERVADO
086200        OR VTA-WPD-PAGADO
086300         MOVE "W" TO VTA-CODIGO-PENDIENTE
086400         PERFORM 7400-MARCAR-PENDIENTE THRU 7400-EXIT
086500     END-IF.
086600
086700 3400-EXIT.
086800     EXIT.
086900
087000 3500-LEER-NOTA-CRED.
087100
087200     READ NOTA-CRED-FILE
087300         AT END
087400             SET VTA-FIN-ARCHIVO TO TRUE
087500             GO TO 3500-EXIT
087600     END-READ.
087700
087800     MOVE VTA-NCR-CLIENTE-ID TO VTA-ID-BUSCAR.
087900     MOVE VTA-NCR-FECHA      TO VTA-FECHA-MOVIMIENTO.
088000     PERFORM 7300-MARCAR-ACTIVIDAD THRU 7300-EXIT.
088100
088200 3500-EXIT.
088300     EXIT.
088400
088500******************************************************************
088600*4000-VER-PENDIENTES: OPERACIONES ABIERTAS QUE RETIENEN A
088700*CUALQUIER CANDIDATO. LOS PEDIDOS ESPECIALES Y LOS CHEQUES
088800*CUENTAN ADEMAS COMO MOVIMIENTO.
088900******************************************************************
089000 4000-VER-PENDIENTES.
089100
089200     OPEN INPUT PLAN-REF-FILE.
089300     IF NOT VTA-PRF-OK
089400         MOVE "PLANREF" TO VTA-REPORT-LINE
089500         PERFORM 9900-ARCHIVO-FALTANTE THRU 9900-EXIT
089600     END-IF.
089700
089800     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
089900     PERFORM 4100-LEER-PLAN THRU 4100-EXIT
090000         UNTIL VTA-FIN-ARCHIVO.
090100
090200     CLOSE PLAN-REF-FILE.
090300
090400     OPEN INPUT PEDIDO-ESP-FILE.
090500     IF NOT VTA-PEDESP-OK
090600         MOVE "PEDESPE" TO VTA-REPORT-LINE
090700         PERFORM 9900-ARCHIVO-FALTANTE THRU 9900-EXIT
090800     END-IF.
090900
091000     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
091100     PERFORM 4200-LEER-PEDIDO-ESP THRU 4200-EXIT
091200         UNTIL VTA-FIN-ARCHIVO.
091300
091400     CLOSE PEDIDO-ESP-FILE.
091500
091600     OPEN INPUT CHEQ-CART-FILE.
091700     IF NOT VTA-CHQ-OK
091800         MOVE "CHEQCART" TO VTA-REPORT-LINE
091900         PERFORM 9900-ARCHIVO-FALTANTE THRU 9900-EXIT
092000     END-IF.
092100
092200     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
092300     PERFORM 4300-LEER-CHEQUE THRU 4300-EXIT
092400         UNTIL VTA-FIN-ARCHIVO.
092500
092600     CLOSE CHEQ-CART-FILE.
092700
092800 4000-EXIT.
092900     EXIT.
093000
093100 4100-LEER-PLAN.
093200
093300     READ PLAN-REF-FILE NEXT
093400         AT END
093500             SET VTA-FIN-ARCHIVO TO TRUE
093600             GO TO 4100-EXIT
093700     END-READ.
093800
093900     IF NOT VTA-PRF-ACTIVO
094000         GO TO 4100-EXIT
094100     END-IF.
094200
094300     MOVE VTA-PRF-CLIENTE-ID TO VTA-ID-BUSCAR.
094400     MOVE "P" TO VTA-CODIGO-PENDIENTE.
094500     PERFORM 7400-MARCAR-PENDIENTE THRU 7400-EXIT.
094600
094700 4100-EXIT.
094800     EXIT.
094900
095000 4200-LEER-PEDIDO-ESP.
095100
095200     READ PEDIDO-ESP-FILE NEXT
095300         AT END
095400             SET VTA-FIN-ARCHIVO TO TRUE
095500             GO TO 4200-EXIT
095600     END-READ.
095700
095800     MOVE VTA-SPD-CLIENTE-ID   TO VTA-ID-BUSCAR.
095900     MOVE VTA-SPD-FECHA-ESTADO TO VTA-FECHA-MOVIMIENTO.
096000     PERFORM 7300-MARCAR-ACTIVIDAD THRU 7300-EXIT.
096100
096200     IF VTA-SPD-ABIERTO
096300        OR VTA-SPD-RESERVADO
096400         MOVE VTA-SPD-CLIENTE-ID TO VTA-ID-BUSCAR
096500         MOVE "E" TO VTA-CODIGO-PENDIENTE
096600         PERFORM 7400-MARCAR-PENDIENTE THRU 7400-EXIT
096700     END-IF.
096800
096900 4200-EXIT.
097000     EXIT.
097100
097200 4300-LEER-CHEQUE.
097300
097400     READ CHEQ-CART-FILE NEXT
097500         AT END
097600             SET VTA-FIN-ARCHIVO TO TRUE
097700             GO TO 4300-EXIT
097800     END-READ.
097900
098000     MOVE VTA-CHQ-CLIENTE-ID   TO VTA-ID-BUSCAR.
098100     MOVE VTA-CHQ-FECHA-ESTADO TO VTA-FECHA-MOVIMIENTO.
098200     PERFORM 7300-MARCAR-ACTIVIDAD THRU 7300-EXIT.
098300
098400     IF VTA-CHQ-EN-CARTERA
098500         MOVE VTA-CHQ-CLIENTE-ID TO VTA-ID-BUSCAR
098600         MOVE "C" TO VTA-CODIGO-PENDIENTE
098700         PERFORM 7400-MARCAR-PENDIENTE THRU 7400-EXIT
098800     END-IF.
098900
099000 4300-EXIT.
099100     EXIT.
099200
099300******************************************************************
099400*5000-ANONIMIZAR: MAESTRO DE LOS ELEGIBLES Y DE SUS DUPLICADOS
099500*FUSIONADOS, Y DESPUES NOMBRES DE PEDIDOS ESPECIALES Y CHEQUES.
099600******************************************************************
099700 5000-ANONIMIZAR.
099800
099900     OPEN I-O CLIENTE-MASTER-FILE.
100000     IF NOT VTA-CLIMTR-OK
100100         MOVE "CLIENTEM" TO VTA-REPORT-LINE
100200         PERFORM 9900-ARCHIVO-FALTANTE THRU 9900-EXIT
100300     END-IF.
100400
100500     PERFORM 5100-ANONIMIZAR-CLIENTE THRU 5100-EXIT
100600         VARYING VTA-CND-IDX FROM 1 BY 1
100700         UNTIL VTA-CND-IDX > VTA-CND-CANT.
100800
100900     PERFORM 5200-ANONIMIZAR-DUPLICADO THRU 5200-EXIT
101000         VARYING VTA-FUS-IDX FROM 1 BY 1
101100         UNTIL VTA-FUS-IDX > VTA-FUS-CANT.
101200
101300     CLOSE CLIENTE-MASTER-FILE.
101400
101500     OPEN I-O PEDIDO-ESP-FILE.
101600     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
101700     PERFORM 5300-LIMPIAR-PEDIDO-ESP THRU 5300-EXIT
101800         UNTIL VTA-FIN-ARCHIVO.
101900     CLOSE PEDIDO-ESP-FILE.
102000
102100     OPEN I-O CHEQ-CART-FILE.
102200     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
102300     PERFORM 5400-LIMPIAR-CHEQUE THRU 5400-EXIT
102400         UNTIL VTA-FIN-ARCHIVO.
102500     CLOSE CHEQ-CART-FILE.
102600
102700 5000-EXIT.
102800     EXIT.
102900
103000 5100-ANONIMIZAR-CLIENTE.
103100
103200     IF NOT VTA-CND-ELEGIBLE (VTA-CND-IDX)
103300         GO TO 5100-EXIT
103400     END-IF.
103500
103600     MOVE VTA-CND-CLIENTE (VTA-CND-IDX) TO VTA-CLI-ID.
103700     READ CLIENTE-MASTER-FILE
103800         INVALID KEY
103900             GO TO 5100-EXIT
104000     END-READ.
104100
104200     PERFORM 5110-BORRAR-DATOS THRU 5110-EXIT.
104300     SET VTA-CLI-ANONIMIZADO TO TRUE.
104400
104500     REWRITE VTA-CLIENTE-RECORD
104600         INVALID KEY
104700             DISPLAY "VTA9100 - ERROR AL REGRABAR EL CLIENTE "
104800                     VTA-CLI-ID
104900             MOVE 8 TO RETURN-CODE
105000             GO TO 5100-EXIT
105100     END-REWRITE.
105200
105300     ADD 1 TO VTA-CND-REGISTROS (VTA-CND-IDX).
105400
105500     IF VTA-CND-POR-SOLICITUD (VTA-CND-IDX)
105600         ADD 1 TO VTA-CANT-ANON-SOLIC
105700     ELSE
105800         ADD 1 TO VTA-CANT-ANON-INACT
105900     END-IF.
106000
106100 5100-EXIT.
106200     EXIT.
106300
106400 5110-BORRAR-DATOS.
106500
106600     MOVE "DATOS ANONIMIZADOS" TO VTA-CLI-NOMBRE.
106700     MOVE SPACE                TO VTA-CLI-TIER-LEALTAD.
106800     MOVE ZERO                 TO VTA-CLI-LIMITE-CREDITO.
106900
107000 5110-EXIT.
107100     EXIT.
107200
107300*EL DUPLICADO CONSERVA SU ESTADO "F" PARA QUE LA FUSION SIGA
107400*VIGENTE; SOLO SE BORRAN SUS DATOS.
107500 5200-ANONIMIZAR-DUPLICADO.
107600
107700     MOVE VTA-FUS-NUEVO (VTA-FUS-IDX) TO VTA-ID-BUSCAR.
107800     PERFORM 7200-UBICAR-CANDIDATO THRU 7200-EXIT.
107900
108000     IF VTA-CND-POS = ZERO
108100         GO TO 5200-EXIT
108200     END-IF.
108300
108400     IF NOT VTA-CND-ELEGIBLE (VTA-CND-POS)
108500         GO TO 5200-EXIT
108600     END-IF.
108700
108800     MOVE VTA-FUS-VIEJO (VTA-FUS-IDX) TO VTA-CLI-ID.
108900     READ CLIENTE-MASTER-FILE
109000         INVALID KEY
109100             GO TO 5200-EXIT
109200     END-READ.
109300
109400     IF VTA-CLI-NOMBRE = "DATOS ANONIMIZADOS"
109500         GO TO 5200-EXIT
109600     END-IF.
109700
109800     PERFORM 5110-BORRAR-DATOS THRU 5110-EXIT.
109900
110000     REWRITE VTA-CLIENTE-RECORD
110100         INVALID KEY
110200             DISPLAY "VTA9100 - ERROR AL REGRABAR EL CLIENTE "
110300                     VTA-CLI-ID
110400             MOVE 8 TO RETURN-CODE
110500             GO TO 5200-EXIT
110600     END-REWRITE.
110700
110800     ADD 1 TO VTA-CND-REGISTROS (VTA-CND-POS).
110900     ADD 1 TO VTA-CANT-DUPLICADOS.
111000
111100 5200-EXIT.
111200     EXIT.
111300
111400 5300-LIMPIAR-PEDIDO-ESP.
111500
111600     READ PEDIDO-ESP-FILE NEXT
111700         AT END
111800             SET VTA-FIN-ARCHIVO TO TRUE
111900             GO TO 5300-EXIT
112000     END-READ.
112100
112200     MOVE VTA-SPD-CLIENTE-ID TO VTA-ID-BUSCAR.
112300     PERFORM 7200-UBICAR-CANDIDATO THRU 7200-EXIT.
112400
112500     IF VTA-CND-POS = ZERO
112600         GO TO 5300-EXIT
112700     END-IF.
112800
112900     IF NOT VTA-CND-ELEGIBLE (VTA-CND-POS)
113000        OR (VTA-SPD-NOMBRE = SPACES
113100            AND VTA-SPD-TELEFONO = SPACES)
113200         GO TO 5300-EXIT
113300     END-IF.
113400
113500     MOVE SPACES TO VTA-SPD-NOMBRE.
113600     MOVE SPACES TO VTA-SPD-TELEFONO.
113700     REWRITE VTA-PEDIDO-ESP-RECORD.
113800
113900     ADD 1 TO VTA-CND-REGISTROS (VTA-CND-POS).
114000     ADD 1 TO VTA-CANT-PEDIDOS-ESP.
114100
114200 5300-EXIT.
114300     EXIT.
114400
114500 5400-LIMPIAR-CHEQUE.
114600
114700     READ CHEQ-CART-FILE NEXT
114800         AT END
114900             SET VTA-FIN-ARCHIVO TO TRUE
115000             GO TO 5400-EXIT
115100     END-READ.
115200
115300     MOVE VTA-CHQ-CLIENTE-ID TO VTA-ID-BUSCAR.
115400     PERFORM 7200-UBICAR-CANDIDATO THRU 7200-EXIT.
115500
115600     IF VTA-CND-POS = ZERO
115700         GO TO 5400-EXIT
115800     END-IF.
115900
116000     IF NOT VTA-CND-ELEGIBLE (VTA-CND-POS)
116100        OR VTA-CHQ-LIBRADOR = SPACES
116200         GO TO 5400-EXIT
116300     END-IF.
116400
116500     MOVE SPACES TO VTA-CHQ-LIBRADOR.
116600     REWRITE VTA-CHEQUE-RECORD.
116700
116800     ADD 1 TO VTA-CND-REGISTROS (VTA-CND-POS).
116900     ADD 1 TO VTA-CANT-CHEQUES.
117000
117100 5400-EXIT.
117200     EXIT.
117300
117400******************************************************************
117500*6000-REGISTRAR: UN REGISTRO "A" EN DATPERS POR CLIENTE
117600*ANONIMIZADO, CON EL MOTIVO Y LOS REGISTROS TOCADOS. EL "A" CIERRA
117700*LA SOLICITUD PENDIENTE DEL CLIENTE.
117800******************************************************************
117900 6000-REGISTRAR.
118000
118100     OPEN EXTEND DATOS-PERS-FILE.
118200     IF NOT VTA-DPERS-OK
118300         DISPLAY "VTA9100 - NO SE PUDO REGISTRAR EN DATPERS. "
118400                 "STATUS: " VTA-DPERS-STATUS
118500         MOVE 8 TO RETURN-CODE
118600         GO TO 6000-EXIT
118700     END-IF.
118800
118900     PERFORM 6100-REGISTRAR-CLIENTE THRU 6100-EXIT
119000         VARYING VTA-CND-IDX FROM 1 BY 1
119100         UNTIL VTA-CND-IDX > VTA-CND-CANT.
119200
119300     CLOSE DATOS-PERS-FILE.
119400
119500 6000-EXIT.
119600     EXIT.
119700
119800 6100-REGISTRAR-CLIENTE.
119900
120000     IF NOT VTA-CND-ELEGIBLE (VTA-CND-IDX)
120100        OR VTA-CND-REGISTROS (VTA-CND-IDX) = ZERO
120200         GO TO 6100-EXIT
120300     END-IF.
120400
120500     MOVE SPACES           TO VTA-DATOS-PERS-RECORD.
120600     MOVE VTA-FECHA-HOY    TO VTA-DPR-FECHA.
120700     MOVE VTA-HORA-AHORA   TO VTA-DPR-HORA.
120800     MOVE "VTA9100"        TO VTA-DPR-USUARIO.
120900     MOVE "VTA9100"        TO VTA-DPR-PROGRAMA.
121000     MOVE VTA-CND-CLIENTE (VTA-CND-IDX) TO VTA-DPR-CLIENTE-ID.
121100     SET VTA-DPR-ANONIMIZADO TO TRUE.
121200     IF VTA-CND-POR-SOLICITUD (VTA-CND-IDX)
121300         SET VTA-DPR-POR-SOLICITUD TO TRUE
121400     ELSE
121500         SET VTA-DPR-POR-INACTIVIDAD TO TRUE
121600     END-IF.
121700     MOVE VTA-CND-REGISTROS (VTA-CND-IDX) TO VTA-DPR-REGISTROS.
121800     WRITE VTA-DATOS-PERS-RECORD.
121900
122000 6100-EXIT.
122100     EXIT.
122200
122300******************************************************************
122400*7200-UBICAR-CANDIDATO: LLEVA VTA-ID-BUSCAR A SU SOBREVIVIENTE
122500*(FUSIONES EN CADENA, HASTA 10 SALTOS) Y LO BUSCA EN LA TABLA DE
122600*CANDIDATOS. VTA-CND-POS QUEDA EN CERO SI NO ES CANDIDATO.
122700******************************************************************
122800 7200-UBICAR-CANDIDATO.
122900
123000     MOVE ZERO TO VTA-CND-POS.
123100
123200     IF VTA-ID-BUSCAR = ZERO
123300        OR VTA-CND-CANT = ZERO
123400         GO TO 7200-EXIT
123500     END-IF.
123600
123700     MOVE "N" TO VTA-SW-RESUELTO.
123800     PERFORM 7210-RESOLVER-FUSION THRU 7210-EXIT
123900         VARYING VTA-SALTOS FROM 1 BY 1
124000         UNTIL VTA-SALTOS > 10
124100            OR VTA-ID-RESUELTO.
124200
124300     MOVE 1            TO VTA-BB-INF.
124400     MOVE VTA-CND-CANT TO VTA-BB-SUP.
124500     MOVE ZERO         TO VTA-BB-POS.
124600     PERFORM 7230-PARTIR-CANDIDATOS THRU 7230-EXIT
124700         UNTIL VTA-BB-INF > VTA-BB-SUP
124800            OR VTA-BB-POS > ZERO.
124900
125000     MOVE VTA-BB-POS TO VTA-CND-POS.
125100
125200 7200-EXIT.
125300     EXIT.
125400
125500 7210-RESOLVER-FUSION.
125600
125700     MOVE 1            TO VTA-BB-INF.
125800     MOVE VTA-FUS-CANT TO VTA-BB-SUP.
125900     MOVE ZERO         TO VTA-BB-POS.
126000     PERFORM 7220-PARTIR-FUSIONES THRU 7220-EXIT
126100         UNTIL VTA-BB-INF > VTA-BB-SUP
126200            OR VTA-BB-POS > ZERO.
126300
126400     IF VTA-BB-POS = ZERO
126500         SET VTA-ID-RESUELTO TO TRUE
126600     ELSE
126700         MOVE VTA-FUS-NUEVO (VTA-BB-POS) TO VTA-ID-BUSCAR
126800     END-IF.
126900
127000 7210-EXIT.
127100     EXIT.
127200
127300 7220-PARTIR-FUSIONES.
127400
127500     COMPUTE VTA-BB-MED = (VTA-BB-INF + VTA-BB-SUP) / 2.
127600
127700     IF VTA-FUS-VIEJO (VTA-BB-MED) = VTA-ID-BUSCAR
127800         MOVE VTA-BB-MED TO VTA-BB-POS
127900         GO TO 7220-EXIT
128000     END-IF.
128100
128200     IF VTA-FUS-VIEJO (VTA-BB-MED) < VTA-ID-BUSCAR
128300         COMPUTE VTA-BB-INF = VTA-BB-MED + 1
128400     ELSE
128500         COMPUTE VTA-BB-SUP = VTA-BB-MED - 1
128600     END-IF.
128700
128800 7220-EXIT.
128900     EXIT.
129000
129100 7230-PARTIR-CANDIDATOS.
129200
129300     COMPUTE VTA-BB-MED = (VTA-BB-INF + VTA-BB-SUP) / 2.
129400
129500     IF VTA-CND-CLIENTE (VTA-BB-MED) = VTA-ID-BUSCAR
129600         MOVE VTA-BB-MED TO VTA-BB-POS
129700         GO TO 7230-EXIT
129800     END-IF.
129900
130000     IF VTA-CND-CLIENTE (VTA-BB-MED) < VTA-ID-BUSCAR
130100         COMPUTE VTA-BB-INF = VTA-BB-MED + 1
130200     ELSE
130300         COMPUTE VTA-BB-SUP = VTA-BB-MED - 1
130400     END-IF.
130500
130600 7230-EXIT.
130700     EXIT.
130800
130900*7300-MARCAR-ACTIVIDAD: UN MOVIMIENTO DESDE EL CORTE SACA A UN
131000*CANDIDATO POR INACTIVIDAD.
131100 7300-MARCAR-ACTIVIDAD.
131200
131300     IF VTA-FECHA-MOVIMIENTO < VTA-FECHA-CORTE
131400         GO TO 7300-EXIT
131500     END-IF.
131600
131700     PERFORM 7200-UBICAR-CANDIDATO THRU 7200-EXIT.
131800
131900     IF VTA-CND-POS = ZERO
132000         GO TO 7300-EXIT
132100     END-IF.
132200
132300     IF VTA-CND-POR-INACTIVIDAD (VTA-CND-POS)
132400        AND VTA-CND-ELEGIBLE (VTA-CND-POS)
132500         SET VTA-CND-RECIENTE (VTA-CND-POS) TO TRUE
132600     END-IF.
132700
132800 7300-EXIT.
132900     EXIT.
133000
133100*7400-MARCAR-PENDIENTE: UNA OPERACION ABIERTA RETIENE AL
133200*CANDIDATO; QUEDA EL PRIMER MOTIVO ENCONTRADO.
133300 7400-MARCAR-PENDIENTE.
133400
133500     PERFORM 7200-UBICAR-CANDIDATO THRU 7200-EXIT.
133600
133700     IF VTA-CND-POS = ZERO
133800         GO TO 7400-EXIT
133900     END-IF.
134000
134100     IF VTA-CND-ELEGIBLE (VTA-CND-POS)
134200         MOVE VTA-CODIGO-PENDIENTE TO VTA-CND-ESTADO (VTA-CND-POS)
134300     END-IF.
134400
134500 7400-EXIT.
134600     EXIT.
134700
134800******************************************************************
134900*8000-EMITIR-LISTADO: LOS CLIENTES ANONIMIZADOS Y LAS SOLICITUDES
135000*QUE SIGUEN PENDIENTES, CON SU MOTIVO.
135100******************************************************************
135200 8000-EMITIR-LISTADO.
135300
135400     MOVE "CLIENTES ANONIMIZADOS:" TO VTA-REPORT-LINE.
135500     WRITE VTA-REPORT-LINE.
135600
135700     PERFORM 8100-LINEA-ANONIMIZADO THRU 8100-EXIT
135800         VARYING VTA-CND-IDX FROM 1 BY 1
135900         UNTIL VTA-CND-IDX > VTA-CND-CANT.
136000
136100     MOVE SPACES TO VTA-REPORT-LINE.
136200     WRITE VTA-REPORT-LINE.
136300     MOVE "SOLICITUDES DE SUPRESION QUE SIGUEN PENDIENTES:"
136400                                 TO VTA-REPORT-LINE.
136500     WRITE VTA-REPORT-LINE.
136600
136700     PERFORM 8200-LINEA-PENDIENTE THRU 8200-EXIT
136800         VARYING VTA-CND-IDX FROM 1 BY 1
136900         UNTIL VTA-CND-IDX > VTA-CND-CANT.
137000
137100 8000-EXIT.
137200     EXIT.
137300
137400 8100-LINEA-ANONIMIZADO.
137500
137600     IF NOT VTA-CND-ELEGIBLE (VTA-CND-IDX)
137700         IF VTA-CND-POR-INACTIVIDAD (VTA-CND-IDX)
137800             IF VTA-CND-RECIENTE (VTA-CND-IDX)
137900                 ADD 1 TO VTA-CANT-RECIENTES
138000             ELSE
138100                 ADD 1 TO VTA-CANT-RETENIDOS
138200             END-IF
138300         END-IF
138400         GO TO 8100-EXIT
138500     END-IF.
138600
138700     MOVE VTA-CND-CLIENTE (VTA-CND-IDX) TO VTA-LA-CLIENTE.
138800     IF VTA-CND-POR-SOLICITUD (VTA-CND-IDX)
138900         MOVE "POR SOLICITUD"   TO VTA-LA-MOTIVO
139000     ELSE
139100         MOVE "POR INACTIVIDAD" TO VTA-LA-MOTIVO
139200     END-IF.
139300     MOVE VTA-CND-REGISTROS (VTA-CND-IDX) TO VTA-LA-REGISTROS.
139400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-ANONIMIZADO.
139500
139600 8100-EXIT.
139700     EXIT.
139800
139900 8200-LINEA-PENDIENTE.
140000
140100     IF VTA-CND-ELEGIBLE (VTA-CND-IDX)
140200        OR NOT VTA-CND-POR-SOLICITUD (VTA-CND-IDX)
140300         GO TO 8200-EXIT
140400     END-IF.
140500
140600     MOVE VTA-CND-CLIENTE (VTA-CND-IDX) TO VTA-LP-CLIENTE.
140700     EVALUATE TRUE
140800         WHEN VTA-CND-CON-SALDO (VTA-CND-IDX)
140900             MOVE "TIENE SALDO DE PUNTOS O DE CUENTA CORRIENTE"
141000                                 TO VTA-LP-MOTIVO
141100         WHEN VTA-CND-CON-PLAN (VTA-CND-IDX)
141200             MOVE "TIENE UN PLAN DE REFINANCIACION ACTIVO"
141300                                 TO VTA-LP-MOTIVO
141400         WHEN VTA-CND-CON-PEDIDO (VTA-CND-IDX)
141500             MOVE "TIENE UN PEDIDO ESPECIAL ABIERTO"
141600                                 TO VTA-LP-MOTIVO
141700         WHEN VTA-CND-CON-CHEQUE (VTA-CND-IDX)
141800             MOVE "TIENE CHEQUES EN CARTERA" TO VTA-LP-MOTIVO
141900         WHEN OTHER
142000             MOVE "TIENE UN PEDIDO WEB EN CURSO" TO VTA-LP-MOTIVO
142100     END-EVALUATE.
142200     WRITE VTA-REPORT-LINE FROM VTA-LINEA-PENDIENTE.
142300     ADD 1 TO VTA-CANT-SOLIC-PEND.
142400
142500 8200-EXIT.
142600     EXIT.
142700
142800 9000-FINALIZAR.
142900
143000     IF VTA-FECHA-CORTE = ZERO
143100         CLOSE ANON-REPORT-FILE
143200         GO TO 9000-EXIT
143300     END-IF.
143400
143500     MOVE SPACES TO VTA-REPORT-LINE.
143600     WRITE VTA-REPORT-LINE.
143700
143800     MOVE "CLIENTES LEIDOS DEL MAESTRO"      TO VTA-LTT-TEXTO.
143900     MOVE VTA-CANT-LEIDOS                    TO VTA-LTT-CANT.
144000     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
144100     MOVE "ANONIMIZADOS POR INACTIVIDAD"     TO VTA-LTT-TEXTO.
144200     MOVE VTA-CANT-ANON-INACT                TO VTA-LTT-CANT.
144300     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
144400     MOVE "ANONIMIZADOS POR SOLICITUD"       TO VTA-LTT-TEXTO.
144500     MOVE VTA-CANT-ANON-SOLIC                TO VTA-LTT-CANT.
144600     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
144700     MOVE "DUPLICADOS FUSIONADOS ANONIMIZADOS" TO VTA-LTT-TEXTO.
144800     MOVE VTA-CANT-DUPLICADOS                TO VTA-LTT-CANT.
144900     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
145000     MOVE "PEDIDOS ESPECIALES SIN NOMBRE NI TELEFONO"
145100                                             TO VTA-LTT-TEXTO.
145200     MOVE VTA-CANT-PEDIDOS-ESP               TO VTA-LTT-CANT.
145300     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
145400     MOVE "CHEQUES SIN LIBRADOR"             TO VTA-LTT-TEXTO.
145500     MOVE VTA-CANT-CHEQUES                   TO VTA-LTT-CANT.
145600     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
145700     MOVE "INACTIVOS POR SALDO CON MOVIMIENTO RECIENTE"
145800                                             TO VTA-LTT-TEXTO.
145900     MOVE VTA-CANT-RECIENTES                 TO VTA-LTT-CANT.
146000     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
146100     MOVE "INACTIVOS RETENIDOS POR OPERACIONES ABIERTAS"
146200                                             TO VTA-LTT-TEXTO.
146300     MOVE VTA-CANT-RETENIDOS                 TO VTA-LTT-CANT.
146400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
146500     MOVE "SOLICITUDES QUE SIGUEN PENDIENTES" TO VTA-LTT-TEXTO.
146600     MOVE VTA-CANT-SOLIC-PEND                TO VTA-LTT-CANT.
146700     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
146800
146900     CLOSE ANON-REPORT-FILE.
147000
147100     DISPLAY "VTA9100 - ANONIMIZADOS: " VTA-CANT-ANON-INACT
147200             " POR INACTIVIDAD, " VTA-CANT-ANON-SOLIC
147300             " POR SOLICITUD.".
147400
147500 9000-EXIT.
147600     EXIT.
147700
147800******************************************************************
147900*9900-ARCHIVO-FALTANTE: SIN UN ARCHIVO NO SE PUEDE ASEGURAR QUE EL
148000*CLIENTE ESTE INACTIVO Y SIN OPERACIONES ABIERTAS. TERMINA ANTES
148100*DE ANONIMIZAR (VTA-REPORT-LINE TRAE EL NOMBRE DEL ARCHIVO).
148200******************************************************************
148300 9900-ARCHIVO-FALTANTE.
148400
148500     DISPLAY "VTA9100 - NO SE PUDO ABRIR " VTA-REPORT-LINE (1:8)
148600             ". NO SE ANONIMIZA NADA.".
148700     MOVE "NO SE PUDO ABRIR UN ARCHIVO: NO SE ANONIMIZO NADA."
148800                                 TO VTA-REPORT-LINE.
148900     WRITE VTA-REPORT-LINE.
149000     CLOSE ANON-REPORT-FILE.
149100     MOVE 8 TO RETURN-CODE.
149200     STOP RUN.
149300
149400 9900-EXIT.
149500     EXIT.
149600
149700 END PROGRAM VTA9100.

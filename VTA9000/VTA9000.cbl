000100******************************************************************
000200*INFORME DE DATOS PERSONALES DE UN CLIENTE (LEY 25.326). DADO UN
000300*NUMERO DE CLIENTE, EMITE EN DATPRPT TODO LO QUE LA INSTALACION
000400*GUARDA DEL TITULAR EN CADA MAESTRO Y DIARIO: MAESTRO DE CLIENTES,
000500*FUSIONES (CLIMERGE), HISTORIAL DE CAMBIOS, PUNTOS, CUENTA
000600*CORRIENTE, PLANES DE REFINANCIACION, BLOQUEOS DE CREDITO,
000700*CHEQUES, PEDIDOS ESPECIALES, PEDIDOS WEB, NOTAS DE CREDITO,
000800*VENTAS DE LA AUDITORIA VIVA Y DE LOS ARCHIVOS ANUALES (DD
000900*AUDARCH, COMO VTA5100), LAS GIFT CARDS CON QUE PAGO Y LOS PEDIDOS
001000*ANTERIORES DEL TITULAR. LOS NUMEROS DE CLIENTE DUPLICADOS QUE SE
001100*FUSIONARON EN EL PEDIDO (AUNQUE SEA EN CADENA) SE INFORMAN JUNTO
001200*CON EL: SON LA MISMA PERSONA.
001300*SI EL TITULAR PIDE ADEMAS LA SUPRESION, QUEDA REGISTRADA Y LA
001400*CUMPLE LA ANONIMIZACION MENSUAL (VTA9100) APENAS EL CLIENTE NO
001500*TENGA SALDOS NI OPERACIONES ABIERTAS. CADA INFORME Y CADA
001600*SOLICITUD SE ASIENTAN EN EL REGISTRO DE DATOS PERSONALES
001700*(DATPERS). EXIGE ROL DE SUPERVISOR (VTALOGON).
001800*UN ARCHIVO QUE NO SE PUEDE ABRIR SE SENALA EN SU SECCION Y EL
001900*PROGRAMA TERMINA CON RC 4: EL INFORME QUEDA INCOMPLETO.
002000******************************************************************
002100*MODIFICACIONES:
002200*2026-10-15 NF  PROGRAMA ORIGINAL.
002233*2026-10-15 NF  LOS ARCHIVOS ANUALES PASAN A 254 POSICIONES
002266*               (PERCEPCION DE INGRESOS BRUTOS).
002274*2026-10-15 NF  LOS DATOS DEL MAESTRO DE CLIENTES INCLUYEN LA
002283*               ALICUOTA Y LA VIGENCIA DE LA PERCEPCION DE
002291*               INGRESOS BRUTOS (EN CERO SI VIENEN EN BLANCO).
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. VTA9000.
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
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS VTA-CLI-ID
003800         FILE STATUS IS VTA-CLIMTR-STATUS.
003900
004000     SELECT CLI-MERGE-FILE ASSIGN TO "CLIMERGE"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS VTA-MRG-CLIENTE-VIEJO
004400         FILE STATUS IS VTA-MERGE-STATUS.
004500
004600     SELECT OPTIONAL CLIENTE-HIST-FILE ASSIGN TO "CLIHIST"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS VTA-CLIHST-STATUS.
004900
005000     SELECT PUNTOS-SALDO-FILE ASSIGN TO "PTOSALDO"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS VTA-PTS-CLIENTE-ID
005400         FILE STATUS IS VTA-PSALDO-STATUS.
005500
005600     SELECT OPTIONAL PUNTOS-MOV-FILE ASSIGN TO "PTOSMOV"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS VTA-PMOV-STATUS.
005900
006000     SELECT CTA-SALDO-FILE ASSIGN TO "CTASALDO"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS VTA-CTA-CLIENTE-ID
006400         FILE STATUS IS VTA-CSALDO-STATUS.
006500
006600     SELECT OPTIONAL CTA-MOV-FILE ASSIGN TO "CTAMOVS"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS VTA-CMOV-STATUS.
006900
007000     SELECT PLAN-REF-FILE ASSIGN TO "PLANREF"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS SEQUENTIAL
007300         RECORD KEY IS VTA-PRF-KEY
007400         FILE STATUS IS VTA-PRF-STATUS.
007500
007600     SELECT CRED-HOLD-FILE ASSIGN TO "CREDHOLD"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS RANDOM
007900         RECORD KEY IS VTA-HLD-CLIENTE-ID
008000         FILE STATUS IS VTA-CHOLD-STATUS.
008100
008200     SELECT OPTIONAL HOLD-LOG-FILE ASSIGN TO "HOLDLOG"
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS VTA-HLOG-STATUS.
008500
008600     SELECT CHEQ-CART-FILE ASSIGN TO "CHEQCART"
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS SEQUENTIAL
008900         RECORD KEY IS VTA-CHQ-KEY
009000         FILE STATUS IS VTA-CHQ-STATUS.
009100
009200     SELECT PEDIDO-ESP-FILE ASSIGN TO "PEDESPE"
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS SEQUENTIAL
009500         RECORD KEY IS VTA-SPD-CLAVE
009600         FILE STATUS IS VTA-PEDESP-STATUS.
009700
009800     SELECT WEB-PEDIDO-FILE ASSIGN TO "WEBPEDM"
009900         ORGANIZATION IS INDEXED
010000         ACCESS MODE IS SEQUENTIAL
010100         RECORD KEY IS VTA-WPD-CLAVE
010200         FILE STATUS IS VTA-WEBPED-STATUS.
010300
010400     SELECT OPTIONAL NOTA-CRED-FILE ASSIGN TO "NOTACRED"
010500         ORGANIZATION IS SEQUENTIAL
010600         FILE STATUS IS VTA-NCRED-STATUS.
010700
010800     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
010900         ORGANIZATION IS INDEXED
011000         ACCESS MODE IS SEQUENTIAL
011100         RECORD KEY IS VTA-AUD-KEY
011200         FILE STATUS IS VTA-AUDIT-STATUS.
011300
011400     SELECT OPTIONAL AUDIT-ARCH-FILE ASSIGN TO "AUDARCH"
011500         ORGANIZATION IS SEQUENTIAL
011600         FILE STATUS IS VTA-ARCH-STATUS.
011700
011800     SELECT GIFT-CARD-FILE ASSIGN TO "GIFTCARD"
011900         ORGANIZATION IS INDEXED
012000         ACCESS MODE IS RANDOM
012100         RECORD KEY IS VTA-GFT-NUMERO
012200         FILE STATUS IS VTA-GIFT-STATUS.
012300
012400     SELECT OPTIONAL DATOS-PERS-FILE ASSIGN TO "DATPERS"
012500         ORGANIZATION IS SEQUENTIAL
012600         FILE STATUS IS VTA-DPERS-STATUS.
012700
012800     SELECT DATOS-REPORT-FILE ASSIGN TO "DATPRPT"
012900         ORGANIZATION IS LINE SEQUENTIAL
013000         FILE STATUS IS VTA-REPORT-STATUS.
013100
013200 DATA DIVISION.
013300 FILE SECTION.
013400 FD  CLIENTE-MASTER-FILE
013500     RECORDING MODE IS F.
013600     COPY VTACLTE.
013700
013800 FD  CLI-MERGE-FILE
013900     RECORDING MODE IS F.
014000     COPY VTAMRG.
014100
014200 FD  CLIENTE-HIST-FILE
014300     RECORDING MODE IS F.
014400     COPY VTACLHS.
014500
014600 FD  PUNTOS-SALDO-FILE
014700     RECORDING MODE IS F.
014800     COPY VTAPTOS.
014900
015000 FD  PUNTOS-MOV-FILE
015100     RECORDING MODE IS F.
015200     COPY VTAPTMV.
015300
015400 FD  CTA-SALDO-FILE
015500     RECORDING MODE IS F.
015600     COPY VTACTAC.
015700
015800 FD  CTA-MOV-FILE
015900     RECORDING MODE IS F.
016000     COPY VTACTMV.
016100
016200 FD  PLAN-REF-FILE
016300     RECORDING MODE IS F.
016400     COPY VTAPREF.
016500
016600 FD  CRED-HOLD-FILE
016700     RECORDING MODE IS F.
016800     COPY VTAHOLD.
016900
017000 FD  HOLD-LOG-FILE
017100     RECORDING MODE IS F.
017200     COPY VTAHLDL.
017300
017400 FD  CHEQ-CART-FILE
017500     RECORDING MODE IS F.
017600     COPY VTACHEQ.
017700
017800 FD  PEDIDO-ESP-FILE
017900     RECORDING MODE IS F.
018000     COPY VTASPED.
018100
018200 FD  WEB-PEDIDO-FILE
018300     RECORDING MODE IS F.
018400     COPY VTAWEBP.
018500
018600 FD  NOTA-CRED-FILE
018700     RECORDING MODE IS F.
018800     COPY VTANCRD.
018900
019000 FD  AUDIT-LOG-FILE
019100     RECORDING MODE IS F.
019200     COPY VTAAUDIT.
019300
019400*LOS ARCHIVOS ANUALES DE VTA1900 TIENEN EL LAYOUT DEL LOG VIVO; EL
019500*REGISTRO SE EVALUA POR EL FD DE AUDITLOG, COMO EN VTA5100.
019600 FD  AUDIT-ARCH-FILE
019700     RECORDING MODE IS F.
019800 01  VTA-ARCH-RECORD                 PIC X(254).
019900
020000 FD  GIFT-CARD-FILE
020100     RECORDING MODE IS F.
020200     COPY VTAGIFT.
020300
020400 FD  DATOS-PERS-FILE
020500     RECORDING MODE IS F.
020600     COPY VTADPER.
020700
020800 FD  DATOS-REPORT-FILE.
020900 01  VTA-REPORT-LINE                 PIC X(80).
021000
021100 WORKING-STORAGE SECTION.
021200
021300 COPY VTANUMP.
021400
021500 COPY VTALGNP.
021600
021700 01  VTA-CLIMTR-STATUS               PIC X(02).
021800     88  VTA-CLIMTR-OK               VALUE "00".
021900
022000 01  VTA-MERGE-STATUS                PIC X(02).
022100     88  VTA-MERGE-OK                VALUE "00".
022200
022300 01  VTA-CLIHST-STATUS               PIC X(02).
022400     88  VTA-CLIHST-OK               VALUE "00" "05".
022500
022600 01  VTA-PSALDO-STATUS               PIC X(02).
022700     88  VTA-PSALDO-OK               VALUE "00".
022800
022900 01  VTA-PMOV-STATUS                 PIC X(02).
023000     88  VTA-PMOV-OK                 VALUE "00" "05".
023100
023200 01  VTA-CSALDO-STATUS               PIC X(02).
023300     88  VTA-CSALDO-OK               VALUE "00".
023400
023500 01  VTA-CMOV-STATUS                 PIC X(02).
023600     88  VTA-CMOV-OK                 VALUE "00" "05".
023700
023800 01  VTA-PRF-STATUS                  PIC X(02).
023900     88  VTA-PRF-OK                  VALUE "00".
024000
024100 01  VTA-CHOLD-STATUS                PIC X(02).
024200     88  VTA-CHOLD-OK                VALUE "00".
024300
024400 01  VTA-HLOG-STATUS                 PIC X(02).
024500     88  VTA-HLOG-OK                 VALUE "00" "05".
024600
024700 01  VTA-CHQ-STATUS                  PIC X(02).
024800     88  VTA-CHQ-OK                  VALUE "00".
024900
025000 01  VTA-PEDESP-STATUS               PIC X(02).
025100     88  VTA-PEDESP-OK               VALUE "00".
025200
025300 01  VTA-WEBPED-STATUS               PIC X(02).
025400     88  VTA-WEBPED-OK               VALUE "00".
025500
025600 01  VTA-NCRED-STATUS                PIC X(02).
025700     88  VTA-NCRED-OK                VALUE "00" "05".
025800
025900 01  VTA-AUDIT-STATUS                PIC X(02).
026000     88  VTA-AUDIT-OK                VALUE "00".
026100
026200 01  VTA-ARCH-STATUS                 PIC X(02).
026300     88  VTA-ARCH-OK                 VALUE "00" "05".
026400
026500 01  VTA-GIFT-STATUS                 PIC X(02).
026600     88  VTA-GIFT-OK                 VALUE "00".
026700
026800 01  VTA-DPERS-STATUS                PIC X(02).
026900     88  VTA-DPERS-OK                VALUE "00" "05".
027000
027100 01  VTA-REPORT-STATUS               PIC X(02).
027200     88  VTA-REPORT-OK               VALUE "00".
027300
027400 01  VTA-SWITCHES.
027500     05  VTA-SW-FIN-ARCHIVO          PIC X(01) VALUE "N".
027600         88  VTA-FIN-ARCHIVO         VALUE "S".
027700     05  VTA-SW-TITULAR              PIC X(01) VALUE "N".
027800         88  VTA-ES-TITULAR          VALUE "S".
027900     05  VTA-SW-EXISTE               PIC X(01) VALUE "N".
028000         88  VTA-REGISTRO-EXISTE     VALUE "S".
028100     05  VTA-SW-ANONIMIZADO          PIC X(01) VALUE "N".
028200         88  VTA-YA-ANONIMIZADO      VALUE "S".
028300     05  VTA-SW-PENDIENTE            PIC X(01) VALUE "N".
028400         88  VTA-SUPRESION-PENDIENTE VALUE "S".
028500     05  VTA-SW-INCOMPLETO           PIC X(01) VALUE "N".
028600         88  VTA-INFORME-INCOMPLETO  VALUE "S".
028700     05  VTA-SW-FUSIONADO            PIC X(01) VALUE "N".
028800         88  VTA-PEDIDO-FUSIONADO    VALUE "S".
028900
029000 01  VTA-FECHA-HOY                   PIC 9(08).
029100 01  VTA-HORA-AHORA                  PIC 9(08).
029200
029300 01  VTA-CLIENTE-PEDIDO              PIC 9(08).
029400 01  VTA-ID-EVALUAR                  PIC 9(08).
029500 01  VTA-CLIENTE-SOBREVIVIENTE       PIC 9(08) VALUE ZERO.
029600
029700*PEDIDO DEL OPERADOR: 1 SOLO EL INFORME, 2 INFORME Y SUPRESION.
029800 01  VTA-OPCION                      PIC 9(01).
029900     88  VTA-OPCION-INFORME          VALUE 1.
030000     88  VTA-OPCION-SUPRESION        VALUE 2.
030100
030200 01  VTA-RESPUESTA                   PIC X(01).
030300
030400*NUMEROS DE CLIENTE DEL TITULAR: EL PEDIDO Y LOS DUPLICADOS QUE SE
030500*FUSIONARON EN EL.
030600 77  VTA-IDS-MAXIMO                  PIC 9(02) COMP VALUE 50.
030700 01  VTA-TABLA-IDS.
030800     05  VTA-IDS-CANT                PIC 9(02) COMP VALUE ZERO.
030900     05  VTA-IDS-ENTRADA OCCURS 50 TIMES
031000                         INDEXED BY VTA-IDS-IDX.
031100         10  VTA-IDS-CLIENTE         PIC 9(08).
031200 01  VTA-IDS-ACTUAL                  PIC 9(02) COMP.
031300
031400*GIFT CARDS CON QUE PAGO EL TITULAR, TOMADAS DE SUS VENTAS.
031500 77  VTA-GC-MAXIMO                   PIC 9(03) COMP VALUE 100.
031600 01  VTA-TABLA-GC.
031700     05  VTA-GC-CANT                 PIC 9(03) COMP VALUE ZERO.
031800     05  VTA-GC-ENTRADA OCCURS 100 TIMES
031900                        INDEXED BY VTA-GC-IDX.
032000         10  VTA-GC-NUMERO           PIC X(12).
032100 01  VTA-SW-GC-ENCONTRADA            PIC X(01).
032200     88  VTA-GC-ENCONTRADA           VALUE "S".
032300
032400 01  VTA-CONTADORES.
032500     05  VTA-CANT-SECCION            PIC 9(05) COMP VALUE ZERO.
032600     05  VTA-CANT-TOTAL              PIC 9(05) COMP VALUE ZERO.
032700
032800 01  VTA-STATUS-FALLA                PIC X(02).
032900 01  VTA-ORIGEN-AUDIT                PIC X(01).
033000
033100*LINEAS DE IMPRESION.
033200 01  VTA-LINEA-TITULO.
033300     05  FILLER                      PIC X(40)
033400         VALUE "INFORME DE DATOS PERSONALES - CLIENTE: ".
033500     05  VTA-LT-CLIENTE              PIC 9(08).
033600     05  FILLER                      PIC X(10) VALUE "  FECHA: ".
033700     05  VTA-LT-FECHA                PIC 9(08).
033800
033900 01  VTA-LINEA-SECCION.
034000     05  FILLER                      PIC X(03) VALUE "== ".
034100     05  VTA-LS-TITULO               PIC X(60).
034200
034300 01  VTA-LINEA-CANTIDAD.
034400     05  FILLER                      PIC X(14)
034500         VALUE "   REGISTROS: ".
034600     05  VTA-LQ-CANT                 PIC ZZ,ZZ9.
034700
034800 01  VTA-LINEA-FALTA.
034900     05  FILLER                      PIC X(20)
035000         VALUE "   NO DISPONIBLE (ST".
035100     05  FILLER                      PIC X(06) VALUE "ATUS: ".
035200     05  VTA-LF-STATUS               PIC X(02).
035300     05  FILLER                      PIC X(31)
035400         VALUE "). EL INFORME QUEDA INCOMPLETO.".
035500
035600 01  VTA-LINEA-CLIENTE.
035700     05  FILLER                      PIC X(02) VALUE SPACES.
035800     05  VTA-LC-ID                   PIC 9(08).
035900     05  FILLER                      PIC X(01) VALUE SPACE.
036000     05  VTA-LC-NOMBRE               PIC X(30).
036100     05  FILLER                      PIC X(07) VALUE " CUIT: ".
036200     05  VTA-LC-CUIT                 PIC 9(11).
036300
036400 01  VTA-LINEA-CLIENTE-2.
036500     05  FILLER                      PIC X(21)
036600         VALUE "           COND.IVA: ".
036700     05  VTA-LC2-COND-IVA            PIC X(01).
036800     05  FILLER                      PIC X(08) VALUE "  TIER: ".
036900     05  VTA-LC2-TIER                PIC X(01).
037000     05  FILLER                      PIC X(10) VALUE "  LIMITE: ".
037100     05  VTA-LC2-LIMITE              PIC Z,ZZZ,ZZ9.99.
037200     05  FILLER                      PIC X(10) VALUE "  ESTADO: ".
037300     05  VTA-LC2-ESTADO              PIC X(01).
037310
037320 01  VTA-LINEA-CLIENTE-3.
037330     05  FILLER                      PIC X(21)
037340         VALUE "          PERC.IIBB: ".
037350     05  VTA-LC3-ALICUOTA            PIC Z9.99.
037360     05  FILLER                      PIC X(10) VALUE "%  DESDE: ".
037370     05  VTA-LC3-VIG-DESDE           PIC 9(08).
037380     05  FILLER                      PIC X(09) VALUE "  HASTA: ".
037390     05  VTA-LC3-VIG-HASTA           PIC 9(08).
037400
037500 01  VTA-LINEA-FUSION.
037600     05  FILLER                      PIC X(02) VALUE SPACES.
037700     05  VTA-LM-VIEJO                PIC 9(08).
037800     05  FILLER                      PIC X(14)
037900         VALUE " FUSIONADO EN ".
038000     05  VTA-LM-NUEVO                PIC 9(08).
038100     05  FILLER                      PIC X(04) VALUE " EL ".
038200     05  VTA-LM-FECHA                PIC 9(08).
038300     05  FILLER                      PIC X(05) VALUE " POR ".
038400     05  VTA-LM-USUARIO              PIC X(08).
038500
038600 01  VTA-LINEA-HISTORIAL.
038700     05  FILLER                      PIC X(02) VALUE SPACES.
038800     05  VTA-LH-ID                   PIC 9(08).
038900     05  FILLER                      PIC X(01) VALUE SPACE.
039000     05  VTA-LH-FECHA                PIC 9(08).
039100     05  FILLER                      PIC X(01) VALUE "-".
039200     05  VTA-LH-HORA                 PIC 9(08).
039300     05  FILLER                      PIC X(01) VALUE SPACE.
039400     05  VTA-LH-USUARIO              PIC X(08).
039500     05  FILLER                      PIC X(07) VALUE " TIPO: ".
039600     05  VTA-LH-TIPO                 PIC X(01).
039700     05  FILLER                      PIC X(07) VALUE " TIER: ".
039800     05  VTA-LH-TIER-ANT             PIC X(01).
039900     05  FILLER                      PIC X(02) VALUE "->".
040000     05  VTA-LH-TIER-NVO             PIC X(01).
040100
040200 01  VTA-LINEA-SALDO.
040300     05  FILLER                      PIC X(02) VALUE SPACES.
040400     05  VTA-LSA-ID                  PIC 9(08).
040500     05  FILLER                      PIC X(01) VALUE SPACE.
040600     05  VTA-LSA-TEXTO               PIC X(08).
040700     05  VTA-LSA-SALDO               PIC ZZZ,ZZZ,ZZ9.99-.
040800     05  FILLER                      PIC X(15)
040900         VALUE "  ULTIMO MOV.: ".
041000     05  VTA-LSA-FECHA               PIC 9(08).
041100
041200 01  VTA-LINEA-MOVIMIENTO.
041300     05  FILLER                      PIC X(02) VALUE SPACES.
041400     05  VTA-LMV-ID                  PIC 9(08).
041500     05  FILLER                      PIC X(01) VALUE SPACE.
041600     05  VTA-LMV-FECHA               PIC 9(08).
041700     05  FILLER                      PIC X(07) VALUE " TIPO: ".
041800     05  VTA-LMV-TIPO                PIC X(01).
041900     05  FILLER                      PIC X(01) VALUE SPACE.
042000     05  VTA-LMV-IMPORTE             PIC ZZZ,ZZZ,ZZ9.99-.
042100     05  FILLER                      PIC X(08) VALUE " VENTA: ".
042200     05  VTA-LMV-VTA-FECHA           PIC 9(08).
042300     05  FILLER                      PIC X(01) VALUE "-".
042400     05  VTA-LMV-VTA-SEQ             PIC 9(06).
042500
042600 01  VTA-LINEA-PLAN.
042700     05  FILLER                      PIC X(02) VALUE SPACES.
042800     05  VTA-LPL-ID                  PIC 9(08).
042900     05  FILLER                      PIC X(07) VALUE " ALTA: ".
043000     05  VTA-LPL-ALTA                PIC 9(08).
043100     05  FILLER                      PIC X(09) VALUE " ESTADO: ".
043200     05  VTA-LPL-ESTADO              PIC X(01).
043300     05  FILLER                      PIC X(10) VALUE " CAPITAL: ".
043400     05  VTA-LPL-CAPITAL             PIC ZZZ,ZZZ,ZZ9.99.
043500     05  FILLER                      PIC X(08) VALUE " CUOTAS:".
043600     05  VTA-LPL-CUOTAS              PIC Z9.
043700
043800 01  VTA-LINEA-BLOQUEO.
043900     05  FILLER                      PIC X(02) VALUE SPACES.
044000     05  VTA-LB-ID                   PIC 9(08).
044100     05  FILLER                      PIC X(01) VALUE SPACE.
044200     05  VTA-LB-FECHA                PIC 9(08).
044300     05  FILLER                      PIC X(01) VALUE SPACE.
044400     05  VTA-LB-TEXTO                PIC X(10).
044500     05  FILLER                      PIC X(09) VALUE " MOTIVO: ".
044600     05  VTA-LB-MOTIVO               PIC X(01).
044700     05  FILLER                      PIC X(06) VALUE " POR: ".
044800     05  VTA-LB-USUARIO              PIC X(08).
044900
045000 01  VTA-LINEA-CHEQUE.
045100     05  FILLER                      PIC X(02) VALUE SPACES.
045200     05  VTA-LCH-ID                  PIC 9(08).
045300     05  FILLER                      PIC X(01) VALUE SPACE.
045400     05  VTA-LCH-BANCO               PIC 9(03).
045500     05  FILLER                      PIC X(01) VALUE "-".
045600     05  VTA-LCH-NUMERO              PIC 9(08).
045700     05  FILLER                      PIC X(01) VALUE SPACE.
045800     05  VTA-LCH-LIBRADOR            PIC X(20).
045900     05  FILLER                      PIC X(01) VALUE SPACE.
046000     05  VTA-LCH-IMPORTE             PIC ZZZ,ZZZ,ZZ9.99.
046100     05  FILLER                      PIC X(01) VALUE SPACE.
046200     05  VTA-LCH-ESTADO              PIC X(01).
046300
046400 01  VTA-LINEA-PEDIDO-ESP.
046500     05  FILLER                      PIC X(02) VALUE SPACES.
046600     05  VTA-LPE-ID                  PIC 9(08).
046700     05  FILLER                      PIC X(01) VALUE SPACE.
046800     05  VTA-LPE-NUMERO              PIC 9(08).
046900     05  FILLER                      PIC X(01) VALUE SPACE.
047000     05  VTA-LPE-NOMBRE              PIC X(30).
047100     05  FILLER                      PIC X(01) VALUE SPACE.
047200     05  VTA-LPE-TELEFONO            PIC X(15).
047300     05  FILLER                      PIC X(01) VALUE SPACE.
047400     05  VTA-LPE-ESTADO              PIC X(01).
047500     05  FILLER                      PIC X(01) VALUE SPACE.
047600     05  VTA-LPE-SENA                PIC ZZZ,ZZ9.99.
047700
047800 01  VTA-LINEA-WEB.
047900     05  FILLER                      PIC X(02) VALUE SPACES.
048000     05  VTA-LW-ID                   PIC 9(08).
048100     05  FILLER                      PIC X(09) VALUE " PEDIDO: ".
048200     05  VTA-LW-PEDIDO               PIC X(10).
048300     05  FILLER                      PIC X(01) VALUE SPACE.
048400     05  VTA-LW-FECHA                PIC 9(08).
048500     05  FILLER                      PIC X(09) VALUE " ESTADO: ".
048600     05  VTA-LW-ESTADO               PIC X(01).
048700     05  FILLER                      PIC X(01) VALUE SPACE.
048800     05  VTA-LW-IMPORTE              PIC Z,ZZZ,ZZ9.99.
048900
049000 01  VTA-LINEA-NOTA-CRED.
049100     05  FILLER                      PIC X(02) VALUE SPACES.
049200     05  VTA-LN-ID                   PIC 9(08).
049300     05  FILLER                      PIC X(01) VALUE SPACE.
049400     05  VTA-LN-FECHA                PIC 9(08).
049500     05  FILLER                      PIC X(09) VALUE " DEVOL.: ".
049600     05  VTA-LN-DEV-FECHA            PIC 9(08).
049700     05  FILLER                      PIC X(01) VALUE "-".
049800     05  VTA-LN-DEV-SEQ              PIC 9(06).
049900     05  FILLER                      PIC X(01) VALUE SPACE.
050000     05  VTA-LN-PRODUCTO             PIC X(06).
050100     05  FILLER                      PIC X(01) VALUE SPACE.
050200     05  VTA-LN-IMPORTE              PIC ZZZ,ZZZ,ZZ9.99.
050300
050400 01  VTA-LINEA-VENTA.
050500     05  FILLER                      PIC X(02) VALUE SPACES.
050600     05  VTA-LV-ORIGEN               PIC X(01).
050700     05  FILLER                      PIC X(01) VALUE SPACE.
050800     05  VTA-LV-ID                   PIC 9(08).
050900     05  FILLER                      PIC X(01) VALUE SPACE.
051000     05  VTA-LV-FECHA                PIC 9(08).
051100     05  FILLER                      PIC X(01) VALUE "-".
051200     05  VTA-LV-SEQ                  PIC 9(06).
051300     05  FILLER                      PIC X(01) VALUE SPACE.
051400     05  VTA-LV-TIPO                 PIC X(01).
051500     05  FILLER                      PIC X(01) VALUE SPACE.
051600     05  VTA-LV-COBRADO              PIC Z,ZZZ,ZZ9.99-.
051700     05  FILLER                      PIC X(01) VALUE SPACE.
051800     05  VTA-LV-MEDIO                PIC X(02).
051900     05  FILLER                      PIC X(01) VALUE SPACE.
052000     05  VTA-LV-GC                   PIC X(12).
052100
052200 01  VTA-LINEA-GIFT.
052300     05  FILLER                      PIC X(02) VALUE SPACES.
052400     05  VTA-LG-NUMERO               PIC X(12).
052500     05  FILLER                      PIC X(09) VALUE " EMITIDA ".
052600     05  VTA-LG-EMISION              PIC 9(08).
052700     05  FILLER                      PIC X(01) VALUE SPACE.
052800     05  VTA-LG-ORIGINAL             PIC Z,ZZZ,ZZ9.99.
052900     05  FILLER                      PIC X(08) VALUE " SALDO: ".
053000     05  VTA-LG-SALDO                PIC Z,ZZZ,ZZ9.99-.
053100     05  FILLER                      PIC X(01) VALUE SPACE.
053200     05  VTA-LG-ESTADO               PIC X(01).
053300
053400 01  VTA-LINEA-PEDIDO-DP.
053500     05  FILLER                      PIC X(02) VALUE SPACES.
053600     05  VTA-LD-ID                   PIC 9(08).
053700     05  FILLER                      PIC X(01) VALUE SPACE.
053800     05  VTA-LD-FECHA                PIC 9(08).
053900     05  FILLER                      PIC X(01) VALUE "-".
054000     05  VTA-LD-HORA                 PIC 9(08).
054100     05  FILLER                      PIC X(01) VALUE SPACE.
054200     05  VTA-LD-USUARIO              PIC X(08).
054300     05  FILLER                      PIC X(01) VALUE SPACE.
054400     05  VTA-LD-PROGRAMA             PIC X(08).
054500     05  FILLER                      PIC X(07) VALUE " TIPO: ".
054600     05  VTA-LD-TIPO                 PIC X(01).
054700     05  FILLER                      PIC X(01) VALUE SPACE.
054800     05  VTA-LD-MOTIVO               PIC X(01).
054900
055000 PROCEDURE DIVISION.
055100
055200 0000-MAINLINE.
055300
055400     DISPLAY "INFORME DE DATOS PERSONALES DE UN CLIENTE".
055500
055600     MOVE "VTA9000" TO VTA-LGN-PROGRAMA.
055700     CALL "VTALOGON" USING VTA-LOGON-PARMS.
055800     IF VTA-LGN-ERROR
055900         MOVE 8 TO RETURN-CODE
056000         STOP RUN
056100     END-IF.
056200
056300     IF NOT VTA-LGN-ROL-SUPER
056400         DISPLAY "EL INFORME DE DATOS PERSONALES REQUIERE ROL "
056500                 "DE SUPERVISOR."
056600         MOVE 8 TO RETURN-CODE
056700         STOP RUN
056800     END-IF.
056900
057000     ACCEPT VTA-FECHA-HOY FROM DATE YYYYMMDD.
057100
057200     PERFORM 1000-CAPTURAR-PEDIDO THRU 1000-EXIT.
057300
057400     PERFORM 2000-ARMAR-TITULAR THRU 2000-EXIT.
057500
057600     PERFORM 3100-SECCION-MAESTRO THRU 3100-EXIT.
057700     PERFORM 3200-SECCION-FUSIONES THRU 3200-EXIT.
057800     PERFORM 3300-SECCION-HISTORIAL THRU 3300-EXIT.
057900     PERFORM 3400-SECCION-PUNTOS THRU 3400-EXIT.
058000     PERFORM 3500-SECCION-CUENTA THRU 3500-EXIT.
058100     PERFORM 3600-SECCION-PLANES THRU 3600-EXIT.
058200     PERFORM 3700-SECCION-BLOQUEOS THRU 3700-EXIT.
058300     PERFORM 3800-SECCION-CHEQUES THRU 3800-EXIT.
058400     PERFORM 3900-SECCION-PEDIDOS-ESP THRU 3900-EXIT.
058500     PERFORM 4000-SECCION-WEB THRU 4000-EXIT.
058600     PERFORM 4100-SECCION-NOTAS-CRED THRU 4100-EXIT.
058700     PERFORM 4200-SECCION-VENTAS THRU 4200-EXIT.
058800     PERFORM 4300-SECCION-GIFT-CARDS THRU 4300-EXIT.
058900     PERFORM 4400-SECCION-PEDIDOS-DP THRU 4400-EXIT.
059000
059100     PERFORM 5000-SOLICITAR-SUPRESION THRU 5000-EXIT.
059200
059300     PERFORM 8000-REGISTRAR-INFORME THRU 8000-EXIT.
059400
059500     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
059600
059700     STOP RUN.
059800
059900 1000-CAPTURAR-PEDIDO.
060000
060100     MOVE "NUMERO DE CLIENTE DEL TITULAR: " TO VTA-NUM-PROMPT.
060200     CALL "VTANUMER" USING VTA-NUMER-PARMS.
060300     MOVE VTA-NUM-VALOR TO VTA-CLIENTE-PEDIDO.
060400
060500     DISPLAY "1 - INFORME DE DATOS (DERECHO DE ACCESO)".
060600     DISPLAY "2 - INFORME Y SOLICITUD DE SUPRESION".
060700     DISPLAY "PEDIDO DEL TITULAR: " WITH NO ADVANCING.
060800     ACCEPT VTA-OPCION.
060900
061000     IF NOT VTA-OPCION-INFORME
061100        AND NOT VTA-OPCION-SUPRESION
061200         DISPLAY "PEDIDO INVALIDO."
061300         MOVE 8 TO RETURN-CODE
061400         STOP RUN
061500     END-IF.
061600
061700     OPEN INPUT CLIENTE-MASTER-FILE.
061800     IF NOT VTA-CLIMTR-OK
061900         DISPLAY "VTA9000 - NO SE PUDO ABRIR EL MAESTRO DE "
062000                 "CLIENTES. STATUS: " VTA-CLIMTR-STATUS
062100         MOVE 8 TO RETURN-CODE
062200         STOP RUN
062300     END-IF.
062400
062500     MOVE "N" TO VTA-SW-EXISTE.
062600     MOVE VTA-CLIENTE-PEDIDO TO VTA-CLI-ID.
062700     READ CLIENTE-MASTER-FILE
062800         INVALID KEY
062900             CONTINUE
063000         NOT INVALID KEY
063100             SET VTA-REGISTRO-EXISTE TO TRUE
063200     END-READ.
063300
063400     IF NOT VTA-REGISTRO-EXISTE
063500         DISPLAY "EL CLIENTE NO EXISTE EN EL MAESTRO."
063600         CLOSE CLIENTE-MASTER-FILE
063700         MOVE 8 TO RETURN-CODE
063800         STOP RUN
063900     END-IF.
064000
064100     IF VTA-CLI-ANONIMIZADO
064200         SET VTA-YA-ANONIMIZADO TO TRUE
064300     END-IF.
064400
064500     IF VTA-CLI-FUSIONADO
064600         SET VTA-PEDIDO-FUSIONADO TO TRUE
064700     END-IF.
064800
064900     OPEN OUTPUT DATOS-REPORT-FILE.
065000     MOVE VTA-CLIENTE-PEDIDO TO VTA-LT-CLIENTE.
065100     MOVE VTA-FECHA-HOY      TO VTA-LT-FECHA.
065200     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TITULO.
065300
065400 1000-EXIT.
065500     EXIT.
065600
065700******************************************************************
065800*2000-ARMAR-TITULAR: EL PEDIDO MAS TODOS LOS NUMEROS QUE SE
065900*FUSIONARON EN EL. CADA NUMERO AGREGADO SE VUELVE A BUSCAR COMO
066000*SOBREVIVIENTE, ASI SE SIGUEN LAS FUSIONES EN CADENA.
066100******************************************************************
066200 2000-ARMAR-TITULAR.
066300
066400     MOVE 1 TO VTA-IDS-CANT.
066500     MOVE VTA-CLIENTE-PEDIDO TO VTA-IDS-CLIENTE (1).
066600
066700     OPEN INPUT CLI-MERGE-FILE.
066800     IF NOT VTA-MERGE-OK
066900         DISPLAY "VTA9000 - AVISO: SIN MAPA DE FUSIONES "
067000                 "(CLIMERGE). STATUS: " VTA-MERGE-STATUS
067100         GO TO 2000-EXIT
067200     END-IF.
067300     CLOSE CLI-MERGE-FILE.
067400
067500     PERFORM 2100-BUSCAR-FUSIONADOS THRU 2100-EXIT
067600         VARYING VTA-IDS-ACTUAL FROM 1 BY 1
067700         UNTIL VTA-IDS-ACTUAL > VTA-IDS-CANT.
067800
067900 2000-EXIT.
068000     EXIT.
068100
068200 2100-BUSCAR-FUSIONADOS.
068300
068400     OPEN INPUT CLI-MERGE-FILE.
068500     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
068600
068700     PERFORM 2110-LEER-FUSION THRU 2110-EXIT
068800         UNTIL VTA-FIN-ARCHIVO.
068900
069000     CLOSE CLI-MERGE-FILE.
069100
069200 2100-EXIT.
069300     EXIT.
069400
069500 2110-LEER-FUSION.
069600
069700     READ CLI-MERGE-FILE NEXT
069800         AT END
069900             SET VTA-FIN-ARCHIVO TO TRUE
070000             GO TO 2110-EXIT
070100     END-READ.
070200
070300     IF VTA-MRG-CLIENTE-NUEVO
070400           NOT = VTA-IDS-CLIENTE (VTA-IDS-ACTUAL)
070500         GO TO 2110-EXIT
070600     END-IF.
070700
070800     MOVE VTA-MRG-CLIENTE-VIEJO TO VTA-ID-EVALUAR.
070900     PERFORM 7000-VER-TITULAR THRU 7000-EXIT.
071000     IF VTA-ES-TITULAR
071100         GO TO 2110-EXIT
071200     END-IF.
071300
071400     IF VTA-IDS-CANT >= VTA-IDS-MAXIMO
071500         DISPLAY "VTA9000 - TABLA DE NUMEROS DEL TITULAR LLENA "
071600                 "(MAXIMO 50)."
071700         MOVE 8 TO RETURN-CODE
071800         STOP RUN
071900     END-IF.
072000
072100     ADD 1 TO VTA-IDS-CANT.
072200     MOVE VTA-MRG-CLIENTE-VIEJO TO VTA-IDS-CLIENTE (VTA-IDS-CANT).
072300
072400 2110-EXIT.
072500     EXIT.
072600
072700******************************************************************
072800*3100-SECCION-MAESTRO: EL REGISTRO DEL MAESTRO DE CADA NUMERO DEL
072900*TITULAR.
073000******************************************************************
073100 3100-SECCION-MAESTRO.
073200
073300     MOVE "MAESTRO DE CLIENTES (CLIENTEM)" TO VTA-LS-TITULO.
073400     PERFORM 6000-ABRIR-SECCION THRU 6000-EXIT.
073500
073600     PERFORM 3110-MAESTRO-ID THRU 3110-EXIT
073700         VARYING VTA-IDS-IDX FROM 1 BY 1
073800         UNTIL VTA-IDS-IDX > VTA-IDS-CANT.
073900
074000     CLOSE CLIENTE-MASTER-FILE.
074100
074200     PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
074300
074400 3100-EXIT.
074500     EXIT.
074600
074700 3110-MAESTRO-ID.
074800
074900     MOVE VTA-IDS-CLIENTE (VTA-IDS-IDX) TO VTA-CLI-ID.
075000     READ CLIENTE-MASTER-FILE
075100         INVALID KEY
075200             GO TO 3110-EXIT
075300     END-READ.
075400
075500     MOVE VTA-CLI-ID             TO VTA-LC-ID.
075600     MOVE VTA-CLI-NOMBRE         TO VTA-LC-NOMBRE.
075700     MOVE VTA-CLI-CUIT           TO VTA-LC-CUIT.
075800     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CLIENTE.
075900
076000     MOVE VTA-CLI-COND-IVA       TO VTA-LC2-COND-IVA.
076100     MOVE VTA-CLI-TIER-LEALTAD   TO VTA-LC2-TIER.
076200     MOVE VTA-CLI-LIMITE-CREDITO TO VTA-LC2-LIMITE.
076300     MOVE VTA-CLI-ESTADO         TO VTA-LC2-ESTADO.
076400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CLIENTE-2.
076406
076412*UN CLIENTE GRABADO ANTES DEL PADRON DE INGRESOS BRUTOS TRAE
076418*LA PERCEPCION EN BLANCO: SE INFORMA EN CERO.
076425     IF VTA-CLI-IIBB-ALICUOTA NUMERIC
076431        AND VTA-CLI-IIBB-VIG-DESDE NUMERIC
076437        AND VTA-CLI-IIBB-VIG-HASTA NUMERIC
076443         MOVE VTA-CLI-IIBB-ALICUOTA  TO VTA-LC3-ALICUOTA
076450         MOVE VTA-CLI-IIBB-VIG-DESDE TO VTA-LC3-VIG-DESDE
076456         MOVE VTA-CLI-IIBB-VIG-HASTA TO VTA-LC3-VIG-HASTA
076462     ELSE
076468         MOVE ZERO TO VTA-LC3-ALICUOTA
076475         MOVE ZERO TO VTA-LC3-VIG-DESDE
076481         MOVE ZERO TO VTA-LC3-VIG-HASTA
076487     END-IF.
076493     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CLIENTE-3.
076500
076600     ADD 1 TO VTA-CANT-SECCION.
076700
076800 3110-EXIT.
076900     EXIT.
077000
077100******************************************************************
077200*3200-SECCION-FUSIONES: LAS FUSIONES EN QUE UN NUMERO DEL TITULAR
077300*FUE ABSORBIDO (INCLUIDO EL PEDIDO, SI ES UN DUPLICADO).
077400******************************************************************
077500 3200-SECCION-FUSIONES.
077600
077700     MOVE "FUSIONES DE DUPLICADOS (CLIMERGE)" TO VTA-LS-TITULO.
077800     PERFORM 6000-ABRIR-SECCION THRU 6000-EXIT.
077900
078000     OPEN INPUT CLI-MERGE-FILE.
078100     IF NOT VTA-MERGE-OK
078200         MOVE VTA-MERGE-STATUS TO VTA-STATUS-FALLA
078300         PERFORM 6200-ARCHIVO-FALTANTE THRU 6200-EXIT
078400         GO TO 3200-EXIT
078500     END-IF.
078600
078700     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
078800     PERFORM 3210-LEER-FUSION THRU 3210-EXIT
078900         UNTIL VTA-FIN-ARCHIVO.
079000
079100     CLOSE CLI-MERGE-FILE.
079200
079300     PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
079400
079500 3200-EXIT.
079600     EXIT.
079700
079800 3210-LEER-FUSION.
079900
080000     READ CLI-MERGE-FILE NEXT
080100         AT END
080200             SET VTA-FIN-ARCHIVO TO TRUE
080300             GO TO 3210-EXIT
080400     END-READ.
080500
080600     MOVE VTA-MRG-CLIENTE-VIEJO TO VTA-ID-EVALUAR.
080700     PERFORM 7000-VER-TITULAR THRU 7000-EXIT.
080800     IF NOT VTA-ES-TITULAR
080900         GO TO 3210-EXIT
081000     END-IF.
081100
081200     IF VTA-MRG-CLIENTE-VIEJO = VTA-CLIENTE-PEDIDO
081300         MOVE VTA-MRG-CLIENTE-NUEVO TO VTA-CLIENTE-SOBREVIVIENTE
081400     END-IF.
081500
081600     MOVE VTA-MRG-CLIENTE-VIEJO TO VTA-LM-VIEJO.
081700     MOVE VTA-MRG-CLIENTE-NUEVO TO VTA-LM-NUEVO.
081800     MOVE VTA-MRG-FECHA         TO VTA-LM-FECHA.
081900     MOVE VTA-MRG-USUARIO       TO VTA-LM-USUARIO.
082000     WRITE VTA-REPORT-LINE FROM VTA-LINEA-FUSION.
082100     ADD 1 TO VTA-CANT-SECCION.
082200
082300 3210-EXIT.
082400     EXIT.
082500
082600 3300-SECCION-HISTORIAL.
082700
082800     MOVE "HISTORIAL DE CAMBIOS DEL MAESTRO (CLIHIST)"
082900                                 TO VTA-LS-TITULO.
083000     PERFORM 6000-ABRIR-SECCION THRU 6000-EXIT.
083100
083200     OPEN INPUT CLIENTE-HIST-FILE.
083300     IF NOT VTA-CLIHST-OK
083400         MOVE VTA-CLIHST-STATUS TO VTA-STATUS-FALLA
083500         PERFORM 6200-ARCHIVO-FALTANTE THRU 6200-EXIT
083600         GO TO 3300-EXIT
083700     END-IF.
083800
083900     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
084000     PERFORM 3310-LEER-HISTORIAL THRU 3310-EXIT
084100         UNTIL VTA-FIN-ARCHIVO.
084200
084300     CLOSE CLIENTE-HIST-FILE.
084400
084500     PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
084600
084700 3300-EXIT.
084800     EXIT.
084900
085000 3310-LEER-HISTORIAL.
085100
085200     READ CLIENTE-HIST-FILE
085300         AT END
085400             SET VTA-FIN-ARCHIVO TO TRUE
085500             GO TO 3310-EXIT
085600     END-READ.
085700
085800     MOVE VTA-CLH-CLIENTE-ID TO VTA-ID-EVALUAR.
085900     PERFORM 7000-VER-TITULAR THRU 7000-EXIT.
086000     IF NOT VTA-ES-TITULAR
086100         GO TO 3310-EXIT
086200     END-IF.
086300
086400     MOVE VTA-CLH-CLIENTE-ID     TO VTA-LH-ID.
086500     MOVE VTA-CLH-FECHA          TO VTA-LH-FECHA.
086600     MOVE VTA-CLH-HORA           TO VTA-LH-HORA.
086700     MOVE VTA-CLH-USUARIO        TO VTA-LH-USUARIO.
086800     MOVE VTA-CLH-TIPO-CAMBIO    TO VTA-LH-TIPO.
086900     MOVE VTA-CLH-TIER-ANTERIOR  TO VTA-LH-TIER-ANT.
087000     MOVE VTA-CLH-TIER-NUEVO     TO VTA-LH-TIER-NVO.
087100     WRITE VTA-REPORT-LINE FROM VTA-LINEA-HISTORIAL.
087200     ADD 1 TO VTA-CANT-SECCION.
087300
087400 3310-EXIT.
087500     EXIT.
087600
087700******************************************************************
087800*3400-SECCION-PUNTOS: SALDO DE PUNTOS DE CADA NUMERO DEL TITULAR Y
087900*SUS MOVIMIENTOS DEL DIARIO PTOSMOV.
088000******************************************************************
088100 3400-SECCION-PUNTOS.
088200
088300     MOVE "PUNTOS DE FIDELIDAD (PTOSALDO Y PTOSMOV)"
088400                                 TO VTA-LS-TITULO.
088500     PERFORM 6000-ABRIR-SECCION THRU 6000-EXIT.
088600
088700     OPEN INPUT PUNTOS-SALDO-FILE.
088800     IF NOT VTA-PSALDO-OK
088900         MOVE VTA-PSALDO-STATUS TO VTA-STATUS-FALLA
089000         PERFORM 6200-ARCHIVO-FALTANTE THRU 6200-EXIT
089100         GO TO 3400-EXIT
089200     END-IF.
089300
089400     PERFORM 3410-SALDO-PUNTOS THRU 3410-EXIT
089500         VARYING VTA-IDS-IDX FROM 1 BY 1
089600         UNTIL VTA-IDS-IDX > VTA-IDS-CANT.
089700
089800     CLOSE PUNTOS-SALDO-FILE.
089900
090000     OPEN INPUT PUNTOS-MOV-FILE.
090100     IF NOT VTA-PMOV-OK
090200         MOVE VTA-PMOV-STATUS TO VTA-STATUS-FALLA
090300         PERFORM 6200-ARCHIVO-FALTANTE THRU 6200-EXIT
090400         GO TO 3400-EXIT
090500     END-IF.
090600
090700     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
090800     PERFORM 3420-LEER-MOV-PUNTOS THRU 3420-EXIT
090900         UNTIL VTA-FIN-ARCHIVO.
091000
091100     CLOSE PUNTOS-MOV-FILE.
091200
091300     PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
091400
091500 3400-EXIT.
091600     EXIT.
091700
091800 3410-SALDO-PUNTOS.
091900
092000     MOVE VTA-IDS-CLIENTE (VTA-IDS-IDX) TO VTA-PTS-CLIENTE-ID.
092100     READ PUNTOS-SALDO-FILE
092200         INVALID KEY
092300             GO TO 3410-EXIT
092400     END-READ.
092500
092600     MOVE VTA-PTS-CLIENTE-ID    TO VTA-LSA-ID.
092700     MOVE "SALDO:"              TO VTA-LSA-TEXTO.
092800     MOVE VTA-PTS-SALDO         TO VTA-LSA-SALDO.
092900     MOVE VTA-PTS-FECHA-ULT-MOV TO VTA-LSA-FECHA.
093000     WRITE VTA-REPORT-LINE FROM VTA-LINEA-SALDO.
093100     ADD 1 TO VTA-CANT-SECCION.
093200
093300 3410-EXIT.
093400     EXIT.
093500
093600 3420-LEER-MOV-PUNTOS.
093700
093800     READ PUNTOS-MOV-FILE
093900         AT END
094000             SET VTA-FIN-ARCHIVO TO TRUE
094100             GO TO 3420-EXIT
094200     END-READ.
094300
094400     MOVE VTA-PTM-CLIENTE-ID TO VTA-ID-EVALUAR.
094500     PERFORM 7000-VER-TITULAR THRU 7000-EXIT.
094600     IF NOT VTA-ES-TITULAR
094700         GO TO 3420-EXIT
094800     END-IF.
094900
095000     MOVE VTA-PTM-CLIENTE-ID TO VTA-LMV-ID.
095100     MOVE VTA-PTM-FECHA      TO VTA-LMV-FECHA.
095200     MOVE VTA-PTM-TIPO       TO VTA-LMV-TIPO.
095300     MOVE VTA-PTM-PUNTOS     TO VTA-LMV-IMPORTE.
095400     MOVE VTA-PTM-VTA-FECHA  TO VTA-LMV-VTA-FECHA.
095500     MOVE VTA-PTM-VTA-SEQ    TO VTA-LMV-VTA-SEQ.
095600     WRITE VTA-REPORT-LINE FROM VTA-LINEA-MOVIMIENTO.
095700     ADD 1 TO VTA-CANT-SECCION.
095800
095900 3420-EXIT.
096000     EXIT.
096100
096200 3500-SECCION-CUENTA.
096300
096400     MOVE "CUENTA CORRIENTE (CTASALDO Y CTAMOVS)"
096500                                 TO VTA-LS-TITULO.
096600     PERFORM 6000-ABRIR-SECCION THRU 6000-EXIT.
096700
096800     OPEN INPUT CTA-SALDO-FILE.
096900     IF NOT VTA-CSALDO-OK
097000         MOVE VTA-CSALDO-STATUS TO VTA-STATUS-FALLA
097100         PERFORM 6200-ARCHIVO-FALTANTE THRU 6200-EXIT
097200         GO TO 3500-EXIT
097300     END-IF.
097400
097500     PERFORM 3510-SALDO-CUENTA THRU 3510-EXIT
097600         VARYING VTA-IDS-IDX FROM 1 BY 1
097700         UNTIL VTA-IDS-IDX > VTA-IDS-CANT.
097800
097900     CLOSE CTA-SALDO-FILE.
098000
098100     OPEN INPUT CTA-MOV-FILE.
098200     IF NOT VTA-CMOV-OK
098300         MOVE VTA-CMOV-STATUS TO VTA-STATUS-FALLA
098400         PERFORM 6200-ARCHIVO-FALTANTE THRU 6200-EXIT
098500         GO TO 3500-EXIT
098600     END-IF.
098700
098800     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
098900     PERFORM 3520-LEER-MOV-CUENTA THRU 3520-EXIT
099000         UNTIL VTA-FIN-ARCHIVO.
099100
099200     CLOSE CTA-MOV-FILE.
099300
099400     PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
099500
099600 3500-EXIT.
099700     EXIT.
099800
099900 3510-SALDO-CUENTA.
100000
100100     MOVE VTA-IDS-CLIENTE (VTA-IDS-IDX) TO VTA-CTA-CLIENTE-ID.
100200     READ CTA-SALDO-FILE
100300         INVALID KEY
100400             GO TO 3510-EXIT
100500     END-READ.
100600
100700     MOVE VTA-CTA-CLIENTE-ID    TO VTA-LSA-ID.
100800     MOVE "SALDO:"              TO VTA-LSA-TEXTO.
100900     MOVE VTA-CTA-SALDO         TO VTA-LSA-SALDO.
101000     MOVE VTA-CTA-FECHA-ULT-MOV TO VTA-LSA-FECHA.
101100     WRITE VTA-REPORT-LINE FROM VTA-LINEA-SALDO.
101200     ADD 1 TO VTA-CANT-SECCION.
101300
101400 3510-EXIT.
101500     EXIT.
101600
101700 3520-LEER-MOV-CUENTA.
101800
101900     READ CTA-MOV-FILE
102000         AT END
102100             SET VTA-FIN-ARCHIVO TO TRUE
102200             GO TO 3520-EXIT
102300     END-READ.
102400
102500     MOVE VTA-CTM-CLIENTE-ID TO VTA-ID-EVALUAR.
102600     PERFORM 7000-VER-TITULAR THRU 7000-EXIT.
102700     IF NOT VTA-ES-TITULAR
102800         GO TO 3520-EXIT
102900     END-IF.
103000
103100     MOVE VTA-CTM-CLIENTE-ID TO VTA-LMV-ID.
103200     MOVE VTA-CTM-FECHA      TO VTA-LMV-FECHA.
103300     MOVE VTA-CTM-TIPO       TO VTA-LMV-TIPO.
103400     MOVE VTA-CTM-IMPORTE    TO VTA-LMV-IMPORTE.
103500     MOVE VTA-CTM-VTA-FECHA  TO VTA-LMV-VTA-FECHA.
103600     MOVE VTA-CTM-VTA-SEQ    TO VTA-LMV-VTA-SEQ.
103700     WRITE VTA-REPORT-LINE FROM VTA-LINEA-MOVIMIENTO.
103800     ADD 1 TO VTA-CANT-SECCION.
103900
104000 3520-EXIT.
104100     EXIT.
104200
104300 3600-SECCION-PLANES.
104400
104500     MOVE "PLANES DE REFINANCIACION (PLANREF)" TO VTA-LS-TITULO.
104600     PERFORM 6000-ABRIR-SECCION THRU 6000-EXIT.
104700
104800     OPEN INPUT PLAN-REF-FILE.
104900     IF NOT VTA-PRF-OK
105000         MOVE VTA-PRF-STATUS TO VTA-STATUS-FALLA
105100         PERFORM 6200-ARCHIVO-FALTANTE THRU 6200-EXIT
105200         GO TO 3600-EXIT
105300     END-IF.
105400
105500     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
105600     PERFORM 3610-LEER-PLAN THRU 3610-EXIT
105700         UNTIL VTA-FIN-ARCHIVO.
105800
105900     CLOSE PLAN-REF-FILE.
106000
106100     PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
106200
106300 3600-EXIT.
106400     EXIT.
106500
106600 3610-LEER-PLAN.
106700
106800     READ PLAN-REF-FILE NEXT
106900         AT END
107000             SET VTA-FIN-ARCHIVO TO TRUE
107100             GO TO 3610-EXIT
107200     END-READ.
107300
107400     MOVE VTA-PRF-CLIENTE-ID TO VTA-ID-EVALUAR.
107500     PERFORM 7000-VER-TITULAR THRU 7000-EXIT.
107600     IF NOT VTA-ES-TITULAR
107700         GO TO 3610-EXIT
107800     END-IF.
107900
108000     MOVE VTA-PRF-CLIENTE-ID  TO VTA-LPL-ID.
108100     MOVE VTA-PRF-FECHA-ALTA  TO VTA-LPL-ALTA.
108200     MOVE VTA-PRF-ESTADO      TO VTA-LPL-ESTADO.
108300     MOVE VTA-PRF-CAPITAL     TO VTA-LPL-CAPITAL.
108400     MOVE VTA-PRF-CANT-CUOTAS TO VTA-LPL-CUOTAS.
108500     WRITE VTA-REPORT-LINE FROM VTA-LINEA-PLAN.
108600     ADD 1 TO VTA-CANT-SECCION.
108700
108800 3610-EXIT.
108900     EXIT.
109000
109100******************************************************************
109200*3700-SECCION-BLOQUEOS: BLOQUEO DE CREDITO VIGENTE (CREDHOLD) Y LA
109300*HISTORIA DE ALTAS Y LIBERACIONES (HOLDLOG).
109400******************************************************************
109500 3700-SECCION-BLOQUEOS.
109600
109700     MOVE "BLOQUEOS DE CREDITO (CREDHOLD Y HOLDLOG)"
109800                                 TO VTA-LS-TITULO.
109900     PERFORM 6000-ABRIR-SECCION THRU 6000-EXIT.
110000
110100     OPEN INPUT CRED-HOLD-FILE.
110200     IF NOT VTA-CHOLD-OK
110300         MOVE VTA-CHOLD-STATUS TO VTA-STATUS-FALLA
110400         PERFORM 6200-ARCHIVO-FALTANTE THRU 6200-EXIT
110500         GO TO 3700-EXIT
110600     END-IF.
110700
110800     PERFORM 3710-BLOQUEO-VIGENTE THRU 3710-EXIT
110900         VARYING VTA-IDS-IDX FROM 1 BY 1
111000         UNTIL VTA-IDS-IDX > VTA-IDS-CANT.
111100
111200     CLOSE CRED-HOLD-FILE.
111300
111400     OPEN INPUT HOLD-LOG-FILE.
111500     IF NOT VTA-HLOG-OK
111600         MOVE VTA-HLOG-STATUS TO VTA-STATUS-FALLA
111700         PERFORM 6200-ARCHIVO-FALTANTE THRU 6200-EXIT
111800         GO TO 3700-EXIT
111900     END-IF.
112000
112100     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
112200     PERFORM 3720-LEER-HOLDLOG THRU 3720-EXIT
112300         UNTIL VTA-FIN-ARCHIVO.
112400
112500     CLOSE HOLD-LOG-FILE.
112600
112700     PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
112800
112900 3700-EXIT.
113000     EXIT.
113100
113200 3710-BLOQUEO-VIGENTE.
113300
113400     MOVE VTA-IDS-CLIENTE (VTA-IDS-IDX) TO VTA-HLD-CLIENTE-ID.
113500     READ CRED-HOLD-FILE
113600         INVALID KEY
113700             GO TO 3710-EXIT
113800     END-READ.
113900
114000     MOVE VTA-HLD-CLIENTE-ID TO VTA-LB-ID.
114100     MOVE VTA-HLD-FECHA-ALTA TO VTA-LB-FECHA.
114200     MOVE "VIGENTE"          TO VTA-LB-TEXTO.
114300     MOVE VTA-HLD-MOTIVO     TO VTA-LB-MOTIVO.
114400     MOVE VTA-HLD-USUARIO    TO VTA-LB-USUARIO.
114500     WRITE VTA-REPORT-LINE FROM VTA-LINEA-BLOQUEO.
114600     ADD 1 TO VTA-CANT-SECCION.
114700
114800 3710-EXIT.
114900     EXIT.
115000
115100 3720-LEER-HOLDLOG.
115200
115300     READ HOLD-LOG-FILE
115400         AT END
115500             SET VTA-FIN-ARCHIVO TO TRUE
115600             GO TO 3720-EXIT
115700     END-READ.
115800
115900     MOVE VTA-HLG-CLIENTE-ID TO VTA-ID-EVALUAR.
116000     PERFORM 7000-VER-TITULAR THRU 7000-EXIT.
116100     IF NOT VTA-ES-TITULAR
116200         GO TO 3720-EXIT
116300     END-IF.
116400
116500     MOVE VTA-HLG-CLIENTE-ID TO VTA-LB-ID.
116600     MOVE VTA-HLG-FECHA      TO VTA-LB-FECHA.
116700     IF VTA-HLG-ALTA
116800         MOVE "ALTA"         TO VTA-LB-TEXTO
116900     ELSE
117000         MOVE "LIBERACION"   TO VTA-LB-TEXTO
117100     END-IF.
117200     MOVE VTA-HLG-MOTIVO     TO VTA-LB-MOTIVO.
117300     MOVE VTA-HLG-USUARIO    TO VTA-LB-USUARIO.
117400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-BLOQUEO.
117500     ADD 1 TO VTA-CANT-SECCION.
117600
117700 3720-EXIT.
117800     EXIT.
117900
118000 3800-SECCION-CHEQUES.
118100
118200     MOVE "CHEQUES RECIBIDOS (CHEQCART)" TO VTA-LS-TITULO.
118300     PERFORM 6000-ABRIR-SECCION THRU 6000-EXIT.
118400
118500     OPEN INPUT CHEQ-CART-FILE.
118600     IF NOT VTA-CHQ-OK
118700         MOVE VTA-CHQ-STATUS TO VTA-STATUS-FALLA
118800         PERFORM 6200-ARCHIVO-FALTANTE THRU 6200-EXIT
118900         GO TO 3800-EXIT
119000     END-IF.
119100
119200     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
119300     PERFORM 3810-LEER-CHEQUE THRU 3810-EXIT
119400         UNTIL VTA-FIN-ARCHIVO.
119500
119600     CLOSE CHEQ-CART-FILE.
119700
119800     PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
119900
120000 3800-EXIT.
120100     EXIT.
120200
120300 3810-LEER-CHEQUE.
120400
120500     READ CHEQ-CART-FILE NEXT
120600         AT END
120700             SET VTA-FIN-ARCHIVO TO TRUE
120800             GO TO 3810-EXIT
120900     END-READ.
121000
121100     MOVE VTA-CHQ-CLIENTE-ID TO VTA-ID-EVALUAR.
121200     PERFORM 7000-VER-TITULAR THRU 7000-EXIT.
121300     IF NOT VTA-ES-TITULAR
121400         GO TO 3810-EXIT
121500     END-IF.
121600
121700     MOVE VTA-CHQ-CLIENTE-ID TO VTA-LCH-ID.
121800     MOVE VTA-CHQ-BANCO      TO VTA-LCH-BANCO.
121900     MOVE VTA-CHQ-NUMERO     TO VTA-LCH-NUMERO.
122000     MOVE VTA-CHQ-LIBRADOR   TO VTA-LCH-LIBRADOR.
122100     MOVE VTA-CHQ-IMPORTE    TO VTA-LCH-IMPORTE.
122200     MOVE VTA-CHQ-ESTADO     TO VTA-LCH-ESTADO.
122300     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CHEQUE.
122400     ADD 1 TO VTA-CANT-SECCION.
122500
122600 3810-EXIT.
122700     EXIT.
122800
122900 3900-SECCION-PEDIDOS-ESP.
123000
123100     MOVE "PEDIDOS ESPECIALES (PEDESPE)" TO VTA-LS-TITULO.
123200     PERFORM 6000-ABRIR-SECCION THRU 6000-EXIT.
123300
123400     OPEN INPUT PEDIDO-ESP-FILE.
123500     IF NOT VTA-PEDESP-OK
123600         MOVE VTA-PEDESP-STATUS TO VTA-STATUS-FALLA
123700         PERFORM 6200-ARCHIVO-FALTANTE THRU 6200-EXIT
123800         GO TO 3900-EXIT
123900     END-IF.
124000
124100     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
124200     PERFORM 3910-LEER-PEDIDO-ESP THRU 3910-EXIT
124300         UNTIL VTA-FIN-ARCHIVO.
124400
124500     CLOSE PEDIDO-ESP-FILE.
124600
124700     PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
124800
124900 3900-EXIT.
125000     EXIT.
125100
125200 3910-LEER-PEDIDO-ESP.
125300
125400     READ PEDIDO-ESP-FILE NEXT
125500         AT END
125600             SET VTA-FIN-ARCHIVO TO TRUE
125700             GO TO 3910-EXIT
125800     END-READ.
125900
126000     MOVE VTA-SPD-CLIENTE-ID TO VTA-ID-EVALUAR.
126100     PERFORM 7000-VER-TITULAR THRU 7000-EXIT.
126200     IF NOT VTA-ES-TITULAR
126300         GO TO 3910-EXIT
126400     END-IF.
126500
126600     MOVE VTA-SPD-CLIENTE-ID TO VTA-LPE-ID.
126700     MOVE VTA-SPD-NUMERO     TO VTA-LPE-NUMERO.
126800     MOVE VTA-SPD-NOMBRE     TO VTA-LPE-NOMBRE.
126900     MOVE VTA-SPD-TELEFONO   TO VTA-LPE-TELEFONO.
127000     MOVE VTA-SPD-ESTADO     TO VTA-LPE-ESTADO.
127100     MOVE VTA-SPD-SENA       TO VTA-LPE-SENA.
127200     WRITE VTA-REPORT-LINE FROM VTA-LINEA-PEDIDO-ESP.
127300     ADD 1 TO VTA-CANT-SECCION.
127400
127500 3910-EXIT.
127600     EXIT.
127700
127800 4000-SECCION-WEB.
127900
128000     MOVE "PEDIDOS DE LA TIENDA WEB (WEBPEDM)" TO VTA-LS-TITULO.
128100     PERFORM 6000-ABRIR-SECCION THRU 6000-EXIT.
128200
128300     OPEN INPUT WEB-PEDIDO-FILE.
128400     IF NOT VTA-WEBPED-OK
128500         MOVE VTA-WEBPED-STATUS TO VTA-STATUS-FALLA
128600         PERFORM 6200-ARCHIVO-FALTANTE THRU 6200-EXIT
128700         GO TO 4000-EXIT
128800     END-IF.
128900
129000     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
129100     PERFORM 4010-LEER-PEDIDO-WEB THRU 4010-EXIT
129200         UNTIL VTA-FIN-ARCHIVO.
129300
129400     CLOSE WEB-PEDIDO-FILE.
129500
129600     PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
129700
129800 4000-EXIT.
129900     EXIT.
130000
130100 4010-LEER-PEDIDO-WEB.
130200
130300     READ WEB-PEDIDO-FILE NEXT
130400         AT END
130500             SET VTA-FIN-ARCHIVO TO TRUE
130600             GO TO 4010-EXIT
130700     END-READ.
130800
130900*SOLO LA CABECERA (LINEA CERO) LLEVA EL CLIENTE.
131000     IF VTA-WPD-LINEA NOT = ZERO
131100         GO TO 4010-EXIT
131200     END-IF.
131300
131400     MOVE VTA-WPD-CLIENTE-ID TO VTA-ID-EVALUAR.
131500     PERFORM 7000-VER-TITULAR THRU 7000-EXIT.
131600     IF NOT VTA-ES-TITULAR
131700         GO TO 4010-EXIT
131800     END-IF.
131900
132000     MOVE VTA-WPD-CLIENTE-ID   TO VTA-LW-ID.
132100     MOVE VTA-WPD-PEDIDO       TO VTA-LW-PEDIDO.
132200     MOVE VTA-WPD-FECHA-PEDIDO TO VTA-LW-FECHA.
132300     MOVE VTA-WPD-ESTADO       TO VTA-LW-ESTADO.
132400     MOVE VTA-WPD-IMPORTE      TO VTA-LW-IMPORTE.
132500     WRITE VTA-REPORT-LINE FROM VTA-LINEA-WEB.
132600     ADD 1 TO VTA-CANT-SECCION.
132700
132800 4010-EXIT.
132900     EXIT.
133000
133100 4100-SECCION-NOTAS-CRED.
133200
133300     MOVE "NOTAS DE CREDITO POR DEVOLUCIONES (NOTACRED)"
133400                                 TO VTA-LS-TITULO.
133500     PERFORM 6000-ABRIR-SECCION THRU 6000-EXIT.
133600
133700     OPEN INPUT NOTA-CRED-FILE.
133800     IF NOT VTA-NCRED-OK
133900         MOVE VTA-NCRED-STATUS TO VTA-STATUS-FALLA
134000         PERFORM 6200-ARCHIVO-FALTANTE THRU 6200-EXIT
134100         GO TO 4100-EXIT
134200     END-IF.
134300
134400     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
134500     PERFORM 4110-LEER-NOTA-CRED THRU 4110-EXIT
134600         UNTIL VTA-FIN-ARCHIVO.
134700
134800     CLOSE NOTA-CRED-FILE.
134900
135000     PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
135100
135200 4100-EXIT.
135300     EXIT.
135400
135500 4110-LEER-NOTA-CRED.
135600
135700     READ NOTA-CRED-FILE
135800         AT END
135900             SET VTA-FIN-ARCHIVO TO TRUE
136000             GO TO 4110-EXIT
136100     END-READ.
136200
136300     MOVE VTA-NCR-CLIENTE-ID TO VTA-ID-EVALUAR.
136400     PERFORM 7000-VER-TITULAR THRU 7000-EXIT.
136500     IF NOT VTA-ES-TITULAR
136600         GO TO 4110-EXIT
136700     END-IF.
136800
136900     MOVE VTA-NCR-CLIENTE-ID TO VTA-LN-ID.
137000     MOVE VTA-NCR-FECHA      TO VTA-LN-FECHA.
137100     MOVE VTA-NCR-DEV-FECHA  TO VTA-LN-DEV-FECHA.
137200     MOVE VTA-NCR-DEV-SEQ    TO VTA-LN-DEV-SEQ.
137300     MOVE VTA-NCR-PRODUCTO   TO VTA-LN-PRODUCTO.
137400     MOVE VTA-NCR-IMPORTE    TO VTA-LN-IMPORTE.
137500     WRITE VTA-REPORT-LINE FROM VTA-LINEA-NOTA-CRED.
137600     ADD 1 TO VTA-CANT-SECCION.
137700
137800 4110-EXIT.
137900     EXIT.
138000
138100******************************************************************
138200*4200-SECCION-VENTAS: LAS VENTAS DEL TITULAR EN LA AUDITORIA VIVA
138300*(V) Y EN LOS ARCHIVOS ANUALES DE AUDARCH (A), SALTEANDO SUS
138400*TRAILERS. JUNTA DE PASO LAS GIFT CARDS CON QUE PAGO.
138500******************************************************************
138600 4200-SECCION-VENTAS.
138700
138800     MOVE "VENTAS (AUDITLOG Y ARCHIVOS ANUALES AUDARCH)"
138900                                 TO VTA-LS-TITULO.
139000     PERFORM 6000-ABRIR-SECCION THRU 6000-EXIT.
139100
139200     OPEN INPUT AUDIT-LOG-FILE.
139300     IF NOT VTA-AUDIT-OK
139400         MOVE VTA-AUDIT-STATUS TO VTA-STATUS-FALLA
139500         PERFORM 6200-ARCHIVO-FALTANTE THRU 6200-EXIT
139600         GO TO 4200-EXIT
139700     END-IF.
139800
139900     MOVE "V" TO VTA-ORIGEN-AUDIT.
140000     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
140100     PERFORM 4210-LEER-VIVO THRU 4210-EXIT
140200         UNTIL VTA-FIN-ARCHIVO.
140300
140400     OPEN INPUT AUDIT-ARCH-FILE.
140500     IF NOT VTA-ARCH-OK
140600         CLOSE AUDIT-LOG-FILE
140700         MOVE VTA-ARCH-STATUS TO VTA-STATUS-FALLA
140800         PERFORM 6200-ARCHIVO-FALTANTE THRU 6200-EXIT
140900         GO TO 4200-EXIT
141000     END-IF.
141100
141200     MOVE "A" TO VTA-ORIGEN-AUDIT.
141300     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
141400     PERFORM 4220-LEER-ARCHIVO THRU 4220-EXIT
141500         UNTIL VTA-FIN-ARCHIVO.
141600
141700     CLOSE AUDIT-ARCH-FILE.
141800     CLOSE AUDIT-LOG-FILE.
141900
142000     PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
142100
142200 4200-EXIT.
142300     EXIT.
142400
142500 4210-LEER-VIVO.
142600
142700     READ AUDIT-LOG-FILE NEXT
142800         AT END
142900             SET VTA-FIN-ARCHIVO TO TRUE
143000             GO TO 4210-EXIT
143100     END-READ.
143200
143300     PERFORM 4230-EVALUAR-VENTA THRU 4230-EXIT.
143400
143500 4210-EXIT.
143600     EXIT.
143700
143800 4220-LEER-ARCHIVO.
143900
144000     READ AUDIT-ARCH-FILE
144100         AT END
144200             SET VTA-FIN-ARCHIVO TO TRUE
144300             GO TO 4220-EXIT
144400     END-READ.
144500
144600     IF VTA-ARCH-RECORD (1:8) = "99999999"
144700         GO TO 4220-EXIT
144800     END-IF.
144900
145000     MOVE VTA-ARCH-RECORD TO VTA-AUDIT-RECORD.
145100     PERFORM 4230-EVALUAR-VENTA THRU 4230-EXIT.
145200
145300 4220-EXIT.
145400     EXIT.
145500
145600 4230-EVALUAR-VENTA.
145700
145800     MOVE VTA-AUD-CLIENTE-ID TO VTA-ID-EVALUAR.
145900     PERFORM 7000-VER-TITULAR THRU 7000-EXIT.
146000     IF NOT VTA-ES-TITULAR
146100         GO TO 4230-EXIT
146200     END-IF.
146300
146400     MOVE VTA-ORIGEN-AUDIT     TO VTA-LV-ORIGEN.
146500     MOVE VTA-AUD-CLIENTE-ID   TO VTA-LV-ID.
146600     MOVE VTA-AUD-TRANS-FECHA  TO VTA-LV-FECHA.
146700     MOVE VTA-AUD-TRANS-SEQ    TO VTA-LV-SEQ.
146800     MOVE VTA-AUD-TIPO-REG     TO VTA-LV-TIPO.
146900     MOVE VTA-AUD-TOTAL-COBRAR TO VTA-LV-COBRADO.
147000     MOVE VTA-AUD-MEDIO-PAGO   TO VTA-LV-MEDIO.
147100     MOVE VTA-AUD-GC-NUMERO    TO VTA-LV-GC.
147200     WRITE VTA-REPORT-LINE FROM VTA-LINEA-VENTA.
147300     ADD 1 TO VTA-CANT-SECCION.
147400
147500     IF VTA-AUD-GC-NUMERO = SPACES
147600         GO TO 4230-EXIT
147700     END-IF.
147800
147900     MOVE "N" TO VTA-SW-GC-ENCONTRADA.
148000     PERFORM 4240-COMPARAR-GC THRU 4240-EXIT
148100         VARYING VTA-GC-IDX FROM 1 BY 1
148200         UNTIL VTA-GC-IDX > VTA-GC-CANT
148300            OR VTA-GC-ENCONTRADA.
148400
148500     IF VTA-GC-ENCONTRADA
148600         GO TO 4230-EXIT
148700     END-IF.
148800
148900     IF VTA-GC-CANT >= VTA-GC-MAXIMO
149000         DISPLAY "VTA9000 - TABLA DE GIFT CARDS LLENA "
149100                 "(MAXIMO 100)."
149200         MOVE 8 TO RETURN-CODE
149300         STOP RUN
149400     END-IF.
149500
149600     ADD 1 TO VTA-GC-CANT.
149700     MOVE VTA-AUD-GC-NUMERO TO VTA-GC-NUMERO (VTA-GC-CANT).
149800
149900 4230-EXIT.
150000     EXIT.
150100
150200 4240-COMPARAR-GC.
150300
150400     IF VTA-GC-NUMERO (VTA-GC-IDX) = VTA-AUD-GC-NUMERO
150500         SET VTA-GC-ENCONTRADA TO TRUE
150600     END-IF.
150700
150800 4240-EXIT.
150900     EXIT.
151000
151100 4300-SECCION-GIFT-CARDS.
151200
151300     MOVE "GIFT CARDS USADAS EN SUS COMPRAS (GIFTCARD)"
151400                                 TO VTA-LS-TITULO.
151500     PERFORM 6000-ABRIR-SECCION THRU 6000-EXIT.
151600
151700     OPEN INPUT GIFT-CARD-FILE.
151800     IF NOT VTA-GIFT-OK
151900         MOVE VTA-GIFT-STATUS TO VTA-STATUS-FALLA
152000         PERFORM 6200-ARCHIVO-FALTANTE THRU 6200-EXIT
152100         GO TO 4300-EXIT
152200     END-IF.
152300
152400     PERFORM 4310-LEER-GIFT-CARD THRU 4310-EXIT
152500         VARYING VTA-GC-IDX FROM 1 BY 1
152600         UNTIL VTA-GC-IDX > VTA-GC-CANT.
152700
152800     CLOSE GIFT-CARD-FILE.
152900
153000     PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
153100
153200 4300-EXIT.
153300     EXIT.
153400
153500 4310-LEER-GIFT-CARD.
153600
153700     MOVE VTA-GC-NUMERO (VTA-GC-IDX) TO VTA-GFT-NUMERO.
153800     READ GIFT-CARD-FILE
153900         INVALID KEY
154000             GO TO 4310-EXIT
154100     END-READ.
154200
154300     MOVE VTA-GFT-NUMERO           TO VTA-LG-NUMERO.
154400     MOVE VTA-GFT-FECHA-EMISION    TO VTA-LG-EMISION.
154500     MOVE VTA-GFT-IMPORTE-ORIGINAL TO VTA-LG-ORIGINAL.
154600     MOVE VTA-GFT-SALDO            TO VTA-LG-SALDO.
154700     MOVE VTA-GFT-ESTADO           TO VTA-LG-ESTADO.
154800     WRITE VTA-REPORT-LINE FROM VTA-LINEA-GIFT.
154900     ADD 1 TO VTA-CANT-SECCION.
155000
155100 4310-EXIT.
155200     EXIT.
155300
155400******************************************************************
155500*4400-SECCION-PEDIDOS-DP: LOS PEDIDOS ANTERIORES DEL TITULAR Y SUS
155600*ANONIMIZACIONES. UNA SUPRESION SIN ANONIMIZACION POSTERIOR DEL
155700*MISMO NUMERO QUEDA PENDIENTE.
155800******************************************************************
155900 4400-SECCION-PEDIDOS-DP.
156000
156100     MOVE "PEDIDOS ANTERIORES DEL TITULAR (DATPERS)"
156200                                 TO VTA-LS-TITULO.
156300     PERFORM 6000-ABRIR-SECCION THRU 6000-EXIT.
156400
156500     OPEN INPUT DATOS-PERS-FILE.
156600     IF NOT VTA-DPERS-OK
156700         MOVE VTA-DPERS-STATUS TO VTA-STATUS-FALLA
156800         PERFORM 6200-ARCHIVO-FALTANTE THRU 6200-EXIT
156900         GO TO 4400-EXIT
157000     END-IF.
157100
157200     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
157300     PERFORM 4410-LEER-PEDIDO-DP THRU 4410-EXIT
157400         UNTIL VTA-FIN-ARCHIVO.
157500
157600     CLOSE DATOS-PERS-FILE.
157700
157800     PERFORM 6100-CERRAR-SECCION THRU 6100-EXIT.
157900
158000 4400-EXIT.
158100     EXIT.
158200
158300 4410-LEER-PEDIDO-DP.
158400
158500     READ DATOS-PERS-FILE
158600         AT END
158700             SET VTA-FIN-ARCHIVO TO TRUE
158800             GO TO 4410-EXIT
158900     END-READ.
159000
159100     MOVE VTA-DPR-CLIENTE-ID TO VTA-ID-EVALUAR.
159200     PERFORM 7000-VER-TITULAR THRU 7000-EXIT.
159300     IF NOT VTA-ES-TITULAR
159400         GO TO 4410-EXIT
159500     END-IF.
159600
159700     IF VTA-DPR-CLIENTE-ID = VTA-CLIENTE-PEDIDO
159800         IF VTA-DPR-SUPRESION
159900             SET VTA-SUPRESION-PENDIENTE TO TRUE
160000         END-IF
160100         IF VTA-DPR-ANONIMIZADO
160200             MOVE "N" TO VTA-SW-PENDIENTE
160300         END-IF
160400     END-IF.
160500
160600     MOVE VTA-DPR-CLIENTE-ID TO VTA-LD-ID.
160700     MOVE VTA-DPR-FECHA      TO VTA-LD-FECHA.
160800     MOVE VTA-DPR-HORA       TO VTA-LD-HORA.
160900     MOVE VTA-DPR-USUARIO    TO VTA-LD-USUARIO.
161000     MOVE VTA-DPR-PROGRAMA   TO VTA-LD-PROGRAMA.
161100     MOVE VTA-DPR-TIPO       TO VTA-LD-TIPO.
161200     MOVE VTA-DPR-MOTIVO     TO VTA-LD-MOTIVO.
161300     WRITE VTA-REPORT-LINE FROM VTA-LINEA-PEDIDO-DP.
161400     ADD 1 TO VTA-CANT-SECCION.
161500
161600 4410-EXIT.
161700     EXIT.
161800
161900******************************************************************
162000*5000-SOLICITAR-SUPRESION: CON CONFIRMACION, REGISTRA LA SOLICITUD
162100*DE SUPRESION DEL NUMERO PEDIDO. NO SE DUPLICA UNA SOLICITUD
162200*PENDIENTE NI SE PIDE PARA UN CLIENTE YA ANONIMIZADO. UN DUPLICADO
162300*FUSIONADO NO SE SUPRIME SOLO: LA SOLICITUD VA SOBRE EL NUMERO
162400*SOBREVIVIENTE, QUE ARRASTRA A TODOS SUS DUPLICADOS.
162500******************************************************************
162600 5000-SOLICITAR-SUPRESION.
162700
162800     IF NOT VTA-OPCION-SUPRESION
162900         GO TO 5000-EXIT
163000     END-IF.
163100
163200     IF VTA-YA-ANONIMIZADO
163300         DISPLAY "EL CLIENTE YA ESTA ANONIMIZADO: NO HAY DATOS "
163400                 "PARA SUPRIMIR."
163500         MOVE 1 TO VTA-OPCION
163600         GO TO 5000-EXIT
163700     END-IF.
163800
163900     IF VTA-PEDIDO-FUSIONADO
164000         DISPLAY "EL CLIENTE FUE FUSIONADO EN "
164100                 VTA-CLIENTE-SOBREVIVIENTE
164200                 ": PEDIR LA SUPRESION SOBRE ESE NUMERO."
164300         MOVE 1 TO VTA-OPCION
164400         GO TO 5000-EXIT
164500     END-IF.
164600
164700     IF VTA-SUPRESION-PENDIENTE
164800         DISPLAY "EL CLIENTE YA TIENE UNA SOLICITUD DE SUPRESION "
164900                 "PENDIENTE."
165000         MOVE 1 TO VTA-OPCION
165100         GO TO 5000-EXIT
165200     END-IF.
165300
165400     DISPLAY "SE REGISTRA LA SUPRESION DEL CLIENTE "
165500             VTA-CLIENTE-PEDIDO ". CONFIRMA (S/N)? "
165600             WITH NO ADVANCING.
165700     ACCEPT VTA-RESPUESTA.
165800
165900     IF VTA-RESPUESTA NOT = "S" AND NOT = "s"
166000         DISPLAY "SOLICITUD DE SUPRESION NO REGISTRADA."
166100         MOVE 1 TO VTA-OPCION
166200     END-IF.
166300
166400 5000-EXIT.
166500     EXIT.
166600
166700******************************************************************
166800*6000-ABRIR-SECCION / 6100-CERRAR-SECCION: TITULO Y CANTIDAD DE
166900*CADA SECCION DEL INFORME. 6200-ARCHIVO-FALTANTE SENALA LA SECCION
167000*QUE NO SE PUDO LEER.
167100******************************************************************
167200 6000-ABRIR-SECCION.
167300
167400     MOVE SPACES TO VTA-REPORT-LINE.
167500     WRITE VTA-REPORT-LINE.
167600     WRITE VTA-REPORT-LINE FROM VTA-LINEA-SECCION.
167700     MOVE ZERO TO VTA-CANT-SECCION.
167800
167900 6000-EXIT.
168000     EXIT.
168100
168200 6100-CERRAR-SECCION.
168300
168400     IF VTA-CANT-SECCION = ZERO
168500         MOVE "   SIN REGISTROS." TO VTA-REPORT-LINE
168600         WRITE VTA-REPORT-LINE
168700         GO TO 6100-EXIT
168800     END-IF.
168900
169000     MOVE VTA-CANT-SECCION TO VTA-LQ-CANT.
169100     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
169200     ADD VTA-CANT-SECCION TO VTA-CANT-TOTAL.
169300
169400 6100-EXIT.
169500     EXIT.
169600
169700 6200-ARCHIVO-FALTANTE.
169800
169900     MOVE VTA-STATUS-FALLA TO VTA-LF-STATUS.
170000     WRITE VTA-REPORT-LINE FROM VTA-LINEA-FALTA.
170100     ADD VTA-CANT-SECCION TO VTA-CANT-TOTAL.
170200     SET VTA-INFORME-INCOMPLETO TO TRUE.
170300     MOVE 4 TO RETURN-CODE.
170400
170500 6200-EXIT.
170600     EXIT.
170700
170800******************************************************************
170900*7000-VER-TITULAR: INDICA SI VTA-ID-EVALUAR ES UNO DE LOS NUMEROS
171000*DEL TITULAR.
171100******************************************************************
171200 7000-VER-TITULAR.
171300
171400     MOVE "N" TO VTA-SW-TITULAR.
171500
171600     PERFORM 7010-COMPARAR-ID THRU 7010-EXIT
171700         VARYING VTA-IDS-IDX FROM 1 BY 1
171800         UNTIL VTA-IDS-IDX > VTA-IDS-CANT
171900            OR VTA-ES-TITULAR.
172000
172100 7000-EXIT.
172200     EXIT.
172300
172400 7010-COMPARAR-ID.
172500
172600     IF VTA-IDS-CLIENTE (VTA-IDS-IDX) = VTA-ID-EVALUAR
172700         SET VTA-ES-TITULAR TO TRUE
172800     END-IF.
172900
173000 7010-EXIT.
173100     EXIT.
173200
173300******************************************************************
173400*8000-REGISTRAR-INFORME: ASIENTA EL INFORME ENTREGADO Y, SI SE
173500*CONFIRMO, LA SOLICITUD DE SUPRESION.
173600******************************************************************
173700 8000-REGISTRAR-INFORME.
173800
173900     ACCEPT VTA-HORA-AHORA FROM TIME.
174000
174100     OPEN EXTEND DATOS-PERS-FILE.
174200     IF NOT VTA-DPERS-OK
174300         DISPLAY "VTA9000 - NO SE PUDO REGISTRAR EL PEDIDO EN "
174400                 "DATPERS. STATUS: " VTA-DPERS-STATUS
174500         MOVE 8 TO RETURN-CODE
174600         GO TO 8000-EXIT
174700     END-IF.
174800
174900     MOVE SPACES             TO VTA-DATOS-PERS-RECORD.
175000     MOVE VTA-FECHA-HOY      TO VTA-DPR-FECHA.
175100     MOVE VTA-HORA-AHORA     TO VTA-DPR-HORA.
175200     MOVE VTA-LGN-USUARIO    TO VTA-DPR-USUARIO.
175300     MOVE "VTA9000"          TO VTA-DPR-PROGRAMA.
175400     MOVE VTA-CLIENTE-PEDIDO TO VTA-DPR-CLIENTE-ID.
175500     SET VTA-DPR-INFORME     TO TRUE.
175600     MOVE VTA-CANT-TOTAL     TO VTA-DPR-REGISTROS.
175700     WRITE VTA-DATOS-PERS-RECORD.
175800
175900     IF VTA-OPCION-SUPRESION
176000         SET VTA-DPR-SUPRESION TO TRUE
176100         MOVE ZERO TO VTA-DPR-REGISTROS
176200         WRITE VTA-DATOS-PERS-RECORD
176300         DISPLAY "SOLICITUD DE SUPRESION REGISTRADA."
176400     END-IF.
176500
176600     CLOSE DATOS-PERS-FILE.
176700
176800 8000-EXIT.
176900     EXIT.
177000
177100 9000-FINALIZAR.
177200
177300     MOVE SPACES TO VTA-REPORT-LINE.
177400     WRITE VTA-REPORT-LINE.
177500     MOVE "TOTAL DE REGISTROS INFORMADOS:" TO VTA-REPORT-LINE.
177600     WRITE VTA-REPORT-LINE.
177700     MOVE VTA-CANT-TOTAL TO VTA-LQ-CANT.
177800     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
177900
178000     IF VTA-INFORME-INCOMPLETO
178100         MOVE "ATENCION: ALGUNAS SECCIONES NO SE PUDIERON LEER."
178200                                 TO VTA-REPORT-LINE
178300         WRITE VTA-REPORT-LINE
178400     END-IF.
178500
178600     CLOSE DATOS-REPORT-FILE.
178700
178800     DISPLAY "INFORME EMITIDO EN DATPRPT. REGISTROS: "
178900             VTA-CANT-TOTAL.
179000
179100 9000-EXIT.
179200     EXIT.
179300
179400 END PROGRAM VTA9000.

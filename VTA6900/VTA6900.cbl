000100******************************************************************
000200*AVANCE DIARIO CONTRA LOS OBJETIVOS MENSUALES DE VENTA. CORRE CADA
000300*NOCHE DESPUES DEL CIERRE Y COMPARA LA VENTA NETA DEL MES HASTA LA
000400*FECHA DE NEGOCIO (VTA-AUD-TOTAL, BASE IMPONIBLE, CON LOS REVERSOS
000500*EN NEGATIVO: EL MISMO NETO QUE LIQUIDA VTA2000) CONTRA EL
000600*OBJETIVO DE CADA SUCURSAL Y CADA VENDEDOR (OBJETIVO-FILE,
000700*VTA6800).
000800*
000900*EL OBJETIVO A LA FECHA ES EL DEL MES PRORRATEADO POR LOS DIAS
001000*LABORABLES DEL CALENDARIO DE PROCESAMIENTO (CALENPRC) YA
001100*TRANSCURRIDOS. POR CADA LINEA SE INFORMA EL PORCENTAJE LOGRADO
001200*SOBRE EL OBJETIVO DEL MES Y SOBRE EL DE LA FECHA, LO QUE FALTA
001300*VENDER POR DIA LABORABLE RESTANTE PARA LLEGAR AL OBJETIVO Y LA
001400*PROYECCION AL CIERRE DEL MES AL RITMO ACTUAL.
001500*
001600*LA SUCURSAL DE UNA VENTA ES LA DE SU TERMINAL; UN REVERSO DE
001700*VTA0700 (QUE SE GRABA CON LA TERMINAL DEL OPERADOR) SE IMPUTA A
001800*LA SUCURSAL DE LA VENTA ORIGINAL, QUE EL LOG TRAE INMEDIATAMENTE
001900*ANTES POR LA CLAVE. LA VENTA SIN LEGAJO DE VENDEDOR CUENTA PARA
002000*LA SUCURSAL Y SE MUESTRA EN UNA LINEA APARTE. UN VENDEDOR CON
002100*VENTAS Y SIN OBJETIVO SE LISTA IGUAL, SIN PORCENTAJES.
002200******************************************************************
002300*MODIFICACIONES:
002400*2026-10-15 NF  PROGRAMA ORIGINAL.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. VTA6900.
002800 AUTHOR. N. FEDIUK.
002900 INSTALLATION. PERFUMERIA - SISTEMAS.
003000 DATE-WRITTEN. 2026-10-15.
003100 DATE-COMPILED. 2026-10-15.
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS VTA-AUD-KEY
004000         FILE STATUS IS VTA-AUDIT-STATUS.
004100
004200     SELECT OBJETIVO-FILE ASSIGN TO "OBJVENTA"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS VTA-OBJ-KEY
004600         FILE STATUS IS VTA-OBJETIVO-STATUS.
004700
004800     SELECT CALEN-PROC-FILE ASSIGN TO "CALENPRC"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS VTA-CAL-FECHA
005200         FILE STATUS IS VTA-CALEN-STATUS.
005300
005400     SELECT TERMINAL-MASTER-FILE ASSIGN TO "TERMINAM"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS VTA-TERMTR-STATUS.
005700
005800     SELECT AVANCE-REPORT-FILE ASSIGN TO "AVANRPT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS VTA-REPORT-STATUS.
006100
006200     SELECT OPTIONAL FECHA-PARM-FILE ASSIGN TO "FECHAPRM"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS VTA-FPRM-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  AUDIT-LOG-FILE
006900     RECORDING MODE IS F.
007000     COPY VTAAUDIT.
007100
007200 FD  OBJETIVO-FILE
007300     RECORDING MODE IS F.
007400     COPY VTAOBJV.
007500
007600 FD  CALEN-PROC-FILE
007700     RECORDING MODE IS F.
007800     COPY VTACAL.
007900
008000 FD  TERMINAL-MASTER-FILE
008100     RECORDING MODE IS F.
008200     COPY VTATERM.
008300
008400 FD  AVANCE-REPORT-FILE.
008500 01  VTA-REPORT-LINE                 PIC X(80).
008600
008700 FD  FECHA-PARM-FILE
008800     RECORDING MODE IS F.
008900 01  VTA-FECHA-PARM-RECORD.
009000     05  VTA-FPRM-FECHA              PIC 9(08).
009100     05  FILLER                      PIC X(72).
009200
009300 WORKING-STORAGE SECTION.
009400
009500 COPY VTARLGP.
009600
009700 COPY VTAFCHP.
009800
009900 01  VTA-FPRM-STATUS                 PIC X(02).
010000     88  VTA-FPRM-OK                 VALUE "00".
010100
010200 01  VTA-AUDIT-STATUS                PIC X(02).
010300     88  VTA-AUDIT-OK                VALUE "00".
010400
010500 01  VTA-OBJETIVO-STATUS             PIC X(02).
010600     88  VTA-OBJETIVO-OK             VALUE "00".
010700
010800 01  VTA-CALEN-STATUS                PIC X(02).
010900     88  VTA-CALEN-OK                VALUE "00".
011000
011100 01  VTA-TERMTR-STATUS               PIC X(02).
011200     88  VTA-TERMTR-OK               VALUE "00".
011300
011400 01  VTA-REPORT-STATUS               PIC X(02).
011500     88  VTA-REPORT-OK               VALUE "00".
011600
011700 01  VTA-SWITCHES.
011800     05  VTA-SW-FIN-AUDIT            PIC X(01) VALUE "N".
011900         88  VTA-FIN-AUDIT           VALUE "S".
012000     05  VTA-SW-FIN-OBJETIVOS        PIC X(01) VALUE "N".
012100         88  VTA-FIN-OBJETIVOS       VALUE "S".
012200     05  VTA-SW-FIN-CALEN            PIC X(01) VALUE "N".
012300         88  VTA-FIN-CALEN           VALUE "S".
012400     05  VTA-SW-FIN-TERMINALES       PIC X(01) VALUE "N".
012500         88  VTA-FIN-TERMINALES      VALUE "S".
012600     05  VTA-SW-ENCONTRADO           PIC X(01) VALUE "N".
012700         88  VTA-ENCONTRADO          VALUE "S".
012800
012900 01  VTA-FECHA-PROCESO               PIC 9(08).
013000 01  VTA-FECHA-PROCESO-R REDEFINES VTA-FECHA-PROCESO.
013100     05  VTA-FP-MES                  PIC 9(06).
013200     05  VTA-FP-MES-R REDEFINES VTA-FP-MES.
013300         10  VTA-FP-ANIO             PIC 9(04).
013400         10  VTA-FP-MM               PIC 9(02).
013500     05  VTA-FP-DIA                  PIC 9(02).
013600
013700 01  VTA-MES-LEIDO                   PIC 9(06).
013800 01  VTA-PRIMER-DIA                  PIC 9(08).
013900 01  VTA-PRIMER-DIA-SIGUIENTE        PIC 9(08).
014000
014100*DIAS LABORABLES DEL MES SEGUN EL CALENDARIO, LOS YA TRANSCURRIDOS
014200*(HASTA LA FECHA DE NEGOCIO INCLUSIVE) Y LOS QUE QUEDAN.
014300 01  VTA-DIAS.
014400     05  VTA-DIAS-MES                PIC 9(03) COMP VALUE ZERO.
014500     05  VTA-DIAS-TRANSC             PIC 9(03) COMP VALUE ZERO.
014600     05  VTA-DIAS-RESTAN             PIC 9(03) COMP VALUE ZERO.
014700
014800*TERMINALES DEL MAESTRO, PARA UBICAR LA SUCURSAL DE CADA VENTA.
014900 01  VTA-TABLA-TERMINALES.
015000     05  VTA-TRM-CANT                PIC 9(03) COMP VALUE ZERO.
015100     05  VTA-TRM-ENTRADA OCCURS 100 TIMES
015200                         INDEXED BY VTA-TRM-IDX.
015300         10  VTA-TRM-ID              PIC X(05).
015400         10  VTA-TRM-SUC-COD         PIC X(03).
015500
015600*SUCURSALES: OBJETIVO PROPIO (REGISTRO CON VENDEDOR EN BLANCO),
015700*SUMA DE LOS OBJETIVOS DE SUS VENDEDORES, VENTA NETA Y LA PARTE
015800*SIN LEGAJO DE VENDEDOR.
015900 01  VTA-TABLA-SUCURSALES.
016000     05  VTA-SUC-CANT                PIC 9(03) COMP VALUE ZERO.
016100     05  VTA-SUC-ENTRADA OCCURS 100 TIMES
016200                         INDEXED BY VTA-SUC-IDX.
016300         10  VTA-SUC-COD             PIC X(03).
016400         10  VTA-SUC-SW-OBJ-PROPIO   PIC X(01).
016500             88  VTA-SUC-OBJ-PROPIO  VALUE "S".
016600         10  VTA-SUC-OBJETIVO        PIC 9(09)V9(02).
016700         10  VTA-SUC-OBJ-VENDEDORES  PIC 9(09)V9(02).
016800         10  VTA-SUC-REAL            PIC S9(09)V9(02).
016900         10  VTA-SUC-SIN-VENDEDOR    PIC S9(09)V9(02).
017000
017100*VENDEDORES POR SUCURSAL, CON SU OBJETIVO (CERO SI NO TIENE) Y SU
017200*VENTA NETA DEL MES.
017300 01  VTA-TABLA-VENDEDORES.
017400     05  VTA-VEN-CANT                PIC 9(04) COMP VALUE ZERO.
017500     05  VTA-VEN-ENTRADA OCCURS 1000 TIMES
017600                         INDEXED BY VTA-VEN-IDX.
017700         10  VTA-VEN-SUCURSAL        PIC X(03).
017800         10  VTA-VEN-ID              PIC X(05).
017900         10  VTA-VEN-OBJETIVO        PIC 9(09)V9(02).
018000         10  VTA-VEN-REAL            PIC S9(09)V9(02).
018100
018200 01  VTA-BUS-TERMINAL                PIC X(05).
018300 01  VTA-BUS-SUCURSAL                PIC X(03).
018400 01  VTA-BUS-VENDEDOR                PIC X(05).
018500
018600*CLAVE Y SUCURSAL DE LA ULTIMA VENTA LEIDA, PARA LOS REVERSOS.
018700 01  VTA-ULT-CLAVE                   PIC X(14) VALUE SPACES.
018800 01  VTA-ULT-SUCURSAL                PIC X(03) VALUE SPACES.
018900
019000 01  VTA-CONTADORES.
019100     05  VTA-CANT-AUDIT              PIC 9(09) COMP VALUE ZERO.
019200     05  VTA-CANT-DEL-MES            PIC 9(09) COMP VALUE ZERO.
019300     05  VTA-CANT-OBJETIVOS          PIC 9(05) COMP VALUE ZERO.
019400     05  VTA-CANT-LINEAS             PIC 9(05) COMP VALUE ZERO.
019500     05  VTA-CANT-REV-SIN-VENTA      PIC 9(07) COMP VALUE ZERO.
019600
019700*TOTALES DE LA EMPRESA.
019800 01  VTA-TOTAL-OBJETIVO              PIC 9(11)V9(02) VALUE ZERO.
019900 01  VTA-TOTAL-REAL                  PIC S9(11)V9(02) VALUE ZERO.
020000
020100*DATOS DE LA LINEA QUE SE ESTA CALCULANDO.
020200 01  VTA-CALC-OBJETIVO               PIC 9(11)V9(02).
020300 01  VTA-CALC-REAL                   PIC S9(11)V9(02).
020400 01  VTA-CALC-OBJ-FECHA              PIC 9(11)V9(02).
020500 01  VTA-CALC-FALTA                  PIC S9(11)V9(02).
020600 01  VTA-CALC-POR-DIA                PIC S9(11)V9(02).
020700 01  VTA-CALC-PROYECCION             PIC S9(11)V9(02).
020800 01  VTA-CALC-PORCENTAJE             PIC 9(04)V9(01).
020900
021000*LINEAS DE IMPRESION.
021100 01  VTA-LINEA-TITULO.
021200     05  FILLER                      PIC X(38)
021300         VALUE "AVANCE CONTRA OBJETIVOS DE VENTA - AL ".
021400     05  VTA-LT-FECHA                PIC 9(08).
021500
021600 01  VTA-LINEA-DIAS.
021700     05  FILLER                      PIC X(25)
021800         VALUE "DIAS LABORABLES DEL MES: ".
021900     05  VTA-LDI-MES                 PIC ZZ9.
022000     05  FILLER                      PIC X(17)
022100         VALUE "  TRANSCURRIDOS: ".
022200     05  VTA-LDI-TRANSC              PIC ZZ9.
022300     05  FILLER                      PIC X(11) VALUE "  RESTAN: ".
022400     05  VTA-LDI-RESTAN              PIC ZZ9.
022500
022600 01  VTA-LINEA-SUCURSAL.
022700     05  FILLER                      PIC X(10) VALUE "SUCURSAL: ".
022800     05  VTA-LS-SUCURSAL             PIC X(03).
022900
023000 01  VTA-LINEA-ENCABEZADO-1.
023100     05  FILLER                      PIC X(40)
023200         VALUE "VEND.  OBJETIVO MES OBJ. A FECHA    VENT".
023300     05  FILLER                      PIC X(37)
023400         VALUE "A NETA % MES %FECHA FALTA/DIA  PROYEC".
023500
023600 01  VTA-LINEA-AVANCE.
023700     05  VTA-LA-VENDEDOR             PIC X(06).
023800     05  VTA-LA-OBJ-MES              PIC ZZZ,ZZZ,ZZ9
023900                                     BLANK WHEN ZERO.
024000     05  FILLER                      PIC X(01) VALUE SPACE.
024100     05  VTA-LA-OBJ-FECHA            PIC ZZZ,ZZZ,ZZ9
024200                                     BLANK WHEN ZERO.
024300     05  VTA-LA-REAL                 PIC -ZZZ,ZZZ,ZZ9.
024400     05  FILLER                      PIC X(01) VALUE SPACE.
024500     05  VTA-LA-PCT-MES              PIC ZZZ9.9
024600                                     BLANK WHEN ZERO.
024700     05  FILLER                      PIC X(01) VALUE SPACE.
024800     05  VTA-LA-PCT-FECHA            PIC ZZZ9.9
024900                                     BLANK WHEN ZERO.
025000     05  VTA-LA-POR-DIA              PIC ZZZZ,ZZ9
025100                                     BLANK WHEN ZERO.
025200     05  VTA-LA-PROYECCION           PIC -ZZZ,ZZZ,ZZ9.
025300
025400 PROCEDURE DIVISION.
025500
025600 0000-MAINLINE.
025700
025800     MOVE "VTA6900" TO VTA-RLP-PROGRAMA.
025900     SET VTA-RLP-INICIO TO TRUE.
026000     CALL "VTARUNLG" USING VTA-RUNLOG-PARMS.
026100
026200     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
026300
026400     PERFORM 2000-ACUMULAR-AUDITORIA THRU 2000-EXIT
026500         UNTIL VTA-FIN-AUDIT.
026600
026700     PERFORM 5000-IMPRIMIR-SUCURSAL THRU 5000-EXIT
026800         VARYING VTA-SUC-IDX FROM 1 BY 1
026900         UNTIL VTA-SUC-IDX > VTA-SUC-CANT.
027000
027100     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
027200
027300     SET VTA-RLP-FIN TO TRUE.
027400     MOVE VTA-FECHA-PROCESO TO VTA-RLP-FECHA-NEG.
027500     MOVE VTA-CANT-AUDIT TO VTA-RLP-REG-ENTRADA.
027600     MOVE VTA-CANT-LINEAS TO VTA-RLP-REG-SALIDA.
027700     MOVE RETURN-CODE TO VTA-RLP-RC.
027800     CALL "VTARUNLG" USING VTA-RUNLOG-PARMS.
027900
028000     STOP RUN.
028100
028200 1000-INICIALIZAR.
028300
028400     PERFORM 1250-OBTENER-FECHA-NEGOCIO THRU 1250-EXIT.
028500
028600     OPEN INPUT TERMINAL-MASTER-FILE.
028700     IF NOT VTA-TERMTR-OK
028800         DISPLAY "VTA6900 - NO SE PUDO ABRIR TERMINAL-MASTER-"
028900                 "FILE. ESTADO: " VTA-TERMTR-STATUS
029000         MOVE 8 TO RETURN-CODE
029100         STOP RUN
029200     END-IF.
029300     PERFORM 1500-CARGAR-TERMINALES THRU 1500-EXIT.
029400     CLOSE TERMINAL-MASTER-FILE.
029500
029600     PERFORM 1300-CONTAR-DIAS THRU 1300-EXIT.
029700     PERFORM 1400-CARGAR-OBJETIVOS THRU 1400-EXIT.
029800
029900     OPEN INPUT AUDIT-LOG-FILE.
030000     IF NOT VTA-AUDIT-OK
030100         DISPLAY "VTA6900 - NO SE PUDO ABRIR AUDIT-LOG-FILE. "
030200                 "ESTADO: " VTA-AUDIT-STATUS
030300         MOVE 8 TO RETURN-CODE
030400         STOP RUN
030500     END-IF.
030600
030700     OPEN OUTPUT AVANCE-REPORT-FILE.
030800
030900     MOVE VTA-FECHA-PROCESO TO VTA-LT-FECHA.
031000     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TITULO.
031100     MOVE VTA-DIAS-MES    TO VTA-LDI-MES.
031200     MOVE VTA-DIAS-TRANSC TO VTA-LDI-TRANSC.
031300     MOVE VTA-DIAS-RESTAN TO VTA-LDI-RESTAN.
031400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-DIAS.
031500
031600     PERFORM 1100-LEER-AUDITORIA THRU 1100-EXIT.
031700
031800 1000-EXIT.
031900     EXIT.
032000
032100 1100-LEER-AUDITORIA.
032200
032300     READ AUDIT-LOG-FILE
032400         AT END
032500             SET VTA-FIN-AUDIT TO TRUE
032600     END-READ.
032700
032800 1100-EXIT.
032900     EXIT.
033000
033100******************************************************************
033200*1250-OBTENER-FECHA-NEGOCIO: LEE LA FECHA DE NEGOCIO DEL
033300*PARAMETRO FECHAPRM (EL MISMO DEL RESTO DE LA CADENA). SIN
033400*PARAMETRO SE USA LA FECHA DEL SISTEMA, CON AVISO.
033500******************************************************************
033600 1250-OBTENER-FECHA-NEGOCIO.
033700
033800     MOVE ZERO TO VTA-FECHA-PROCESO.
033900
034000     OPEN INPUT FECHA-PARM-FILE.
034100     IF VTA-FPRM-OK
034200         READ FECHA-PARM-FILE
034300             AT END
034400                 CONTINUE
034500         END-READ
034600         IF VTA-FPRM-OK AND VTA-FPRM-FECHA > 0
034700             MOVE VTA-FPRM-FECHA TO VTA-FECHA-PROCESO
034800         END-IF
034900         CLOSE FECHA-PARM-FILE
035000     END-IF.
035100
035200     IF VTA-FECHA-PROCESO = ZERO
035300         ACCEPT VTA-FECHA-PROCESO FROM DATE YYYYMMDD
035400         DISPLAY "VTA6900 - AVISO: SIN FECHA DE NEGOCIO "
035500                 "(FECHAPRM). SE USA LA FECHA DEL SISTEMA."
035600     END-IF.
035700
035800     COMPUTE VTA-PRIMER-DIA = VTA-FP-MES * 100 + 1.
035900
036000 1250-EXIT.
036100     EXIT.
036200
036300******************************************************************
036400*1300-CONTAR-DIAS: RECORRE EL CALENDARIO DEL MES (COMO VTA4900) Y
036500*CUENTA LOS DIAS LABORABLES, Y CUANTOS DE ELLOS NO SON POSTERIORES
036600*A LA FECHA DE NEGOCIO. SIN CALENDARIO CARGADO PARA EL MES SE
036700*PRORRATEA POR DIAS CORRIDOS, CON AVISO.
036800******************************************************************
036900 1300-CONTAR-DIAS.
037000
037100     OPEN INPUT CALEN-PROC-FILE.
037200     IF VTA-CALEN-OK
037300         MOVE VTA-PRIMER-DIA TO VTA-CAL-FECHA
037400         START CALEN-PROC-FILE KEY >= VTA-CAL-FECHA
037500             INVALID KEY
037600                 SET VTA-FIN-CALEN TO TRUE
037700         END-START
037800         PERFORM 1310-CONTAR-DIA THRU 1310-EXIT
037900             UNTIL VTA-FIN-CALEN
038000         CLOSE CALEN-PROC-FILE
038100     END-IF.
038200
038300     IF VTA-DIAS-MES = ZERO
038400         DISPLAY "VTA6900 - AVISO: MES SIN DIAS EN EL CALENDARIO "
038500                 "(CALENPRC). SE PRORRATEA POR DIAS CORRIDOS."
038600         PERFORM 1320-CONTAR-CORRIDOS THRU 1320-EXIT
038700     END-IF.
038800
038900*UN DIA NO LABORABLE QUE IGUAL TUVO VENTAS NO PUEDE DEJAR EN
039000*CERO LOS DIAS TRANSCURRIDOS.
039100     IF VTA-DIAS-TRANSC = ZERO
039200         MOVE 1 TO VTA-DIAS-TRANSC
039300     END-IF.
039400     IF VTA-DIAS-TRANSC > VTA-DIAS-MES
039500         MOVE VTA-DIAS-TRANSC TO VTA-DIAS-MES
039600     END-IF.
039700
039800     COMPUTE VTA-DIAS-RESTAN = VTA-DIAS-MES - VTA-DIAS-TRANSC.
039900
040000 1300-EXIT.
040100     EXIT.
040200
040300 1310-CONTAR-DIA.
040400
040500     READ CALEN-PROC-FILE NEXT
040600         AT END
040700             SET VTA-FIN-CALEN TO TRUE
040800             GO TO 1310-EXIT
040900     END-READ.
041000
041100     MOVE VTA-CAL-FECHA (1:6) TO VTA-MES-LEIDO.
041200     IF VTA-MES-LEIDO NOT = VTA-FP-MES
041300         SET VTA-FIN-CALEN TO TRUE
041400         GO TO 1310-EXIT
041500     END-IF.
041600
041700     IF VTA-CAL-NO-LABORABLE
041800         GO TO 1310-EXIT
041900     END-IF.
042000
042100     ADD 1 TO VTA-DIAS-MES.
042200     IF VTA-CAL-FECHA NOT > VTA-FECHA-PROCESO
042300         ADD 1 TO VTA-DIAS-TRANSC
042400     END-IF.
042500
042600 1310-EXIT.
042700     EXIT.
042800
042900******************************************************************
043000*1320-CONTAR-CORRIDOS: DIAS CORRIDOS DEL MES (HASTA EL PRIMERO DEL
043100*MES SIGUIENTE) Y HASTA LA FECHA DE NEGOCIO INCLUSIVE.
043200******************************************************************
043300 1320-CONTAR-CORRIDOS.
043400
043500     IF VTA-FP-MM = 12
043600         COMPUTE VTA-PRIMER-DIA-SIGUIENTE =
043700             (VTA-FP-ANIO + 1) * 10000 + 101
043800     ELSE
043900         COMPUTE VTA-PRIMER-DIA-SIGUIENTE = VTA-PRIMER-DIA + 100
044000     END-IF.
044100
044200     SET VTA-FCH-DIFERENCIA TO TRUE.
044300     MOVE VTA-PRIMER-DIA           TO VTA-FCH-FECHA-1.
044400     MOVE VTA-PRIMER-DIA-SIGUIENTE TO VTA-FCH-FECHA-2.
044500     CALL "VTAFECHA" USING VTA-FECHA-PARMS.
044600     MOVE VTA-FCH-DIAS TO VTA-DIAS-MES.
044700
044800     MOVE VTA-FP-DIA TO VTA-DIAS-TRANSC.
044900
045000 1320-EXIT.
045100     EXIT.
045200
045300******************************************************************
045400*1400-CARGAR-OBJETIVOS: LEE LOS OBJETIVOS DEL MES DE LA FECHA DE
045500*NEGOCIO Y ARMA LAS TABLAS DE SUCURSALES Y VENDEDORES.
045600******************************************************************
045700 1400-CARGAR-OBJETIVOS.
045800
045900     OPEN INPUT OBJETIVO-FILE.
046000     IF NOT VTA-OBJETIVO-OK
046100         DISPLAY "VTA6900 - AVISO: SIN ARCHIVO DE OBJETIVOS "
046200                 "(OBJVENTA). ESTADO: " VTA-OBJETIVO-STATUS
046300         GO TO 1400-EXIT
046400     END-IF.
046500
046600     MOVE LOW-VALUES TO VTA-OBJ-KEY.
046700     MOVE VTA-FP-MES TO VTA-OBJ-MES.
046800     START OBJETIVO-FILE KEY >= VTA-OBJ-KEY
046900         INVALID KEY
047000             SET VTA-FIN-OBJETIVOS TO TRUE
047100     END-START.
047200
047300     PERFORM 1410-CARGAR-OBJETIVO THRU 1410-EXIT
047400         UNTIL VTA-FIN-OBJETIVOS.
047500
047600     CLOSE OBJETIVO-FILE.
047700
047800     IF VTA-CANT-OBJETIVOS = ZERO
047900         DISPLAY "VTA6900 - AVISO: NO HAY OBJETIVOS CARGADOS "
048000                 "PARA EL MES " VTA-FP-MES "."
048100     END-IF.
048200
048300 1400-EXIT.
048400     EXIT.
048500
048600 1410-CARGAR-OBJETIVO.
048700
048800     READ OBJETIVO-FILE NEXT
048900         AT END
049000             SET VTA-FIN-OBJETIVOS TO TRUE
049100             GO TO 1410-EXIT
049200     END-READ.
049300
049400     IF VTA-OBJ-MES NOT = VTA-FP-MES
049500         SET VTA-FIN-OBJETIVOS TO TRUE
049600         GO TO 1410-EXIT
049700     END-IF.
049800
049900     ADD 1 TO VTA-CANT-OBJETIVOS.
050000     MOVE VTA-OBJ-SUCURSAL TO VTA-BUS-SUCURSAL.
050100     PERFORM 3100-UBICAR-SUCURSAL THRU 3100-EXIT.
050200
050300     IF VTA-OBJ-VENDEDOR = SPACES
050400         SET VTA-SUC-OBJ-PROPIO (VTA-SUC-IDX) TO TRUE
050500         MOVE VTA-OBJ-IMPORTE TO VTA-SUC-OBJETIVO (VTA-SUC-IDX)
050600         GO TO 1410-EXIT
050700     END-IF.
050800
050900     ADD VTA-OBJ-IMPORTE TO VTA-SUC-OBJ-VENDEDORES (VTA-SUC-IDX).
051000     MOVE VTA-OBJ-VENDEDOR TO VTA-BUS-VENDEDOR.
051100     PERFORM 3200-UBICAR-VENDEDOR THRU 3200-EXIT.
051200     MOVE VTA-OBJ-IMPORTE TO VTA-VEN-OBJETIVO (VTA-VEN-IDX).
051300
051400 1410-EXIT.
051500     EXIT.
051600
051700 1500-CARGAR-TERMINALES.
051800
051900     READ TERMINAL-MASTER-FILE
052000         AT END
052100             SET VTA-FIN-TERMINALES TO TRUE
052200     END-READ.
052300
052400     PERFORM 1510-AGREGAR-TERMINAL THRU 1510-EXIT
052500         UNTIL VTA-FIN-TERMINALES.
052600
052700 1500-EXIT.
052800     EXIT.
052900
053000 1510-AGREGAR-TERMINAL.
053100
053200     IF VTA-TRM-CANT >= 100
053300         DISPLAY "VTA6900 - TABLA DE TERMINALES LLENA "
053400                 "(MAXIMO 100). AGRANDAR LA TABLA."
053500         MOVE 8 TO RETURN-CODE
053600         STOP RUN
053700     END-IF.
053800
053900     ADD 1 TO VTA-TRM-CANT.
054000     SET VTA-TRM-IDX TO VTA-TRM-CANT.
054100     MOVE VTA-TER-TERMINAL-ID  TO VTA-TRM-ID (VTA-TRM-IDX).
054200     MOVE VTA-TER-SUCURSAL-COD TO VTA-TRM-SUC-COD (VTA-TRM-IDX).
054300
054400     READ TERMINAL-MASTER-FILE
054500         AT END
054600             SET VTA-FIN-TERMINALES TO TRUE
054700     END-READ.
054800
054900 1510-EXIT.
055000     EXIT.
055100
055200******************************************************************
055300*2000-ACUMULAR-AUDITORIA: UBICA LA SUCURSAL DE CADA REGISTRO (LA
055400*DE LA VENTA ORIGINAL SI ES UN REVERSO) Y, SI FUE GRABADO EN EL
055500*MES HASTA LA FECHA DE NEGOCIO, SUMA SU BASE IMPONIBLE A LA
055600*SUCURSAL Y AL VENDEDOR. LA SUCURSAL SE UBICA AUNQUE EL REGISTRO
055700*SEA DE OTRO MES, PORQUE UN REVERSO DE ESTE MES PUEDE SER DE UNA
055800*VENTA VIEJA.
055900******************************************************************
056000 2000-ACUMULAR-AUDITORIA.
056100
056200     ADD 1 TO VTA-CANT-AUDIT.
056300
056400     IF VTA-AUD-REVERSO
056500         IF VTA-AUD-CLAVE = VTA-ULT-CLAVE
056600             MOVE VTA-ULT-SUCURSAL TO VTA-BUS-SUCURSAL
056700         ELSE
056800             MOVE "???" TO VTA-BUS-SUCURSAL
056900         END-IF
057000     ELSE
057100         MOVE VTA-AUD-TERMINAL-ID TO VTA-BUS-TERMINAL
057200         PERFORM 3000-SUCURSAL-TERMINAL THRU 3000-EXIT
057300         MOVE VTA-AUD-CLAVE    TO VTA-ULT-CLAVE
057400         MOVE VTA-BUS-SUCURSAL TO VTA-ULT-SUCURSAL
057500     END-IF.
057600
057700     MOVE VTA-AUD-FECHA (1:6) TO VTA-MES-LEIDO.
057800     IF VTA-MES-LEIDO NOT = VTA-FP-MES
057900        OR VTA-AUD-FECHA > VTA-FECHA-PROCESO
058000         GO TO 2000-SIGUIENTE
058100     END-IF.
058200
058300     ADD 1 TO VTA-CANT-DEL-MES.
058400     IF VTA-AUD-REVERSO AND VTA-BUS-SUCURSAL = "???"
058500         ADD 1 TO VTA-CANT-REV-SIN-VENTA
058600     END-IF.
058700
058800     PERFORM 3100-UBICAR-SUCURSAL THRU 3100-EXIT.
058900     ADD VTA-AUD-TOTAL TO VTA-SUC-REAL (VTA-SUC-IDX).
059000     ADD VTA-AUD-TOTAL TO VTA-TOTAL-REAL.
059100
059200     IF VTA-AUD-VENDEDOR-ID = SPACES
059300         ADD VTA-AUD-TOTAL TO VTA-SUC-SIN-VENDEDOR (VTA-SUC-IDX)
059400     ELSE
059500         MOVE VTA-AUD-VENDEDOR-ID TO VTA-BUS-VENDEDOR
059600         PERFORM 3200-UBICAR-VENDEDOR THRU 3200-EXIT
059700         ADD VTA-AUD-TOTAL TO VTA-VEN-REAL (VTA-VEN-IDX)
059800     END-IF.
059900
060000 2000-SIGUIENTE.
060100     PERFORM 1100-LEER-AUDITORIA THRU 1100-EXIT.
060200
060300 2000-EXIT.
060400     EXIT.
060500
060600******************************************************************
060700*3000-SUCURSAL-TERMINAL: SUCURSAL DE VTA-BUS-TERMINAL SEGUN EL
060800*MAESTRO; UNA TERMINAL QUE NO ESTA QUEDA COMO "???" (COMO EN
060900*VTA0200).
061000******************************************************************
061100 3000-SUCURSAL-TERMINAL.
061200
061300     MOVE "???" TO VTA-BUS-SUCURSAL.
061400
061500     SET VTA-TRM-IDX TO 1.
061600     SEARCH VTA-TRM-ENTRADA
061700         AT END
061800             CONTINUE
061900         WHEN VTA-TRM-IDX > VTA-TRM-CANT
062000             CONTINUE
062100         WHEN VTA-TRM-ID (VTA-TRM-IDX) = VTA-BUS-TERMINAL
062200             MOVE VTA-TRM-SUC-COD (VTA-TRM-IDX)
062300                                  TO VTA-BUS-SUCURSAL
062400     END-SEARCH.
062500
062600 3000-EXIT.
062700     EXIT.
062800
062900******************************************************************
063000*3100-UBICAR-SUCURSAL: DEJA VTA-SUC-IDX EN VTA-BUS-SUCURSAL,
063100*DANDOLA DE ALTA EN CERO SI NO ESTA.
063200******************************************************************
063300 3100-UBICAR-SUCURSAL.
063400
063500     SET VTA-SUC-IDX TO 1.
063600     SEARCH VTA-SUC-ENTRADA
063700         AT END
063800             CONTINUE
063900         WHEN VTA-SUC-IDX > VTA-SUC-CANT
064000             CONTINUE
064100         WHEN VTA-SUC-COD (VTA-SUC-IDX) = VTA-BUS-SUCURSAL
064200             GO TO 3100-EXIT
064300     END-SEARCH.
064400
064500     IF VTA-SUC-CANT >= 100
064600         DISPLAY "VTA6900 - TABLA DE SUCURSALES LLENA (MAXIMO "
064700                 "100). AGRANDAR LA TABLA."
064800         MOVE 8 TO RETURN-CODE
064900         STOP RUN
065000     END-IF.
065100
065200     ADD 1 TO VTA-SUC-CANT.
065300     SET VTA-SUC-IDX TO VTA-SUC-CANT.
065400     MOVE VTA-BUS-SUCURSAL TO VTA-SUC-COD (VTA-SUC-IDX).
065500     MOVE "N"  TO VTA-SUC-SW-OBJ-PROPIO (VTA-SUC-IDX).
065600     MOVE ZERO TO VTA-SUC-OBJETIVO (VTA-SUC-IDX).
065700     MOVE ZERO TO VTA-SUC-OBJ-VENDEDORES (VTA-SUC-IDX).
065800     MOVE ZERO TO VTA-SUC-REAL (VTA-SUC-IDX).
065900     MOVE ZERO TO VTA-SUC-SIN-VENDEDOR (VTA-SUC-IDX).
066000
066100 3100-EXIT.
066200     EXIT.
066300
066400******************************************************************
066500*3200-UBICAR-VENDEDOR: DEJA VTA-VEN-IDX EN EL VENDEDOR
066600*VTA-BUS-VENDEDOR DE LA SUCURSAL VTA-BUS-SUCURSAL, DANDOLO DE ALTA
066700*SIN OBJETIVO SI NO ESTA.
066800******************************************************************
066900 3200-UBICAR-VENDEDOR.
067000
067100     SET VTA-VEN-IDX TO 1.
067200     SEARCH VTA-VEN-ENTRADA
067300         AT END
067400             CONTINUE
067500         WHEN VTA-VEN-IDX > VTA-VEN-CANT
067600             CONTINUE
067700         WHEN VTA-VEN-SUCURSAL (VTA-VEN-IDX) = VTA-BUS-SUCURSAL
067800          AND VTA-VEN-ID (VTA-VEN-IDX) = VTA-BUS-VENDEDOR
067900             GO TO 3200-EXIT
068000     END-SEARCH.
068100
068200     IF VTA-VEN-CANT >= 1000
068300         DISPLAY "VTA6900 - TABLA DE VENDEDORES LLENA (MAXIMO "
068400                 "1000). AGRANDAR LA TABLA."
068500         MOVE 8 TO RETURN-CODE
068600         STOP RUN
068700     END-IF.
068800
068900     ADD 1 TO VTA-VEN-CANT.
069000     SET VTA-VEN-IDX TO VTA-VEN-CANT.
069100     MOVE VTA-BUS-SUCURSAL TO VTA-VEN-SUCURSAL (VTA-VEN-IDX).
069200     MOVE VTA-BUS-VENDEDOR TO VTA-VEN-ID (VTA-VEN-IDX).
069300     MOVE ZERO TO VTA-VEN-OBJETIVO (VTA-VEN-IDX).
069400     MOVE ZERO TO VTA-VEN-REAL (VTA-VEN-IDX).
069500
069600 3200-EXIT.
069700     EXIT.
069800
069900******************************************************************
070000*5000-IMPRIMIR-SUCURSAL: LINEA DE LA SUCURSAL COMPLETA (CON SU
070100*OBJETIVO PROPIO O, SI NO LO TIENE, LA SUMA DE LOS DE SUS
070200*VENDEDORES), UNA LINEA POR VENDEDOR Y LA VENTA SIN LEGAJO.
070300******************************************************************
070400 5000-IMPRIMIR-SUCURSAL.
070500
070600     MOVE SPACES TO VTA-REPORT-LINE.
070700     WRITE VTA-REPORT-LINE.
070800     MOVE VTA-SUC-COD (VTA-SUC-IDX) TO VTA-LS-SUCURSAL.
070900     WRITE VTA-REPORT-LINE FROM VTA-LINEA-SUCURSAL.
071000     WRITE VTA-REPORT-LINE FROM VTA-LINEA-ENCABEZADO-1.
071100
071200     IF VTA-SUC-OBJ-PROPIO (VTA-SUC-IDX)
071300         MOVE VTA-SUC-OBJETIVO (VTA-SUC-IDX) TO VTA-CALC-OBJETIVO
071400     ELSE
071500         MOVE VTA-SUC-OBJ-VENDEDORES (VTA-SUC-IDX)
071600                                         TO VTA-CALC-OBJETIVO
071700     END-IF.
071800     ADD VTA-CALC-OBJETIVO TO VTA-TOTAL-OBJETIVO.
071900     MOVE VTA-SUC-REAL (VTA-SUC-IDX) TO VTA-CALC-REAL.
072000     MOVE "TOTAL" TO VTA-LA-VENDEDOR.
072100     PERFORM 6000-IMPRIMIR-AVANCE THRU 6000-EXIT.
072200
072300     PERFORM 5100-IMPRIMIR-VENDEDOR THRU 5100-EXIT
072400         VARYING VTA-VEN-IDX FROM 1 BY 1
072500         UNTIL VTA-VEN-IDX > VTA-VEN-CANT.
072600
072700     IF VTA-SUC-SIN-VENDEDOR (VTA-SUC-IDX) NOT = ZERO
072800         MOVE ZERO TO VTA-CALC-OBJETIVO
072900         MOVE VTA-SUC-SIN-VENDEDOR (VTA-SUC-IDX) TO VTA-CALC-REAL
073000         MOVE "S/LEG" TO VTA-LA-VENDEDOR
073100         PERFORM 6000-IMPRIMIR-AVANCE THRU 6000-EXIT
073200     END-IF.
073300
073400 5000-EXIT.
073500     EXIT.
073600
073700 5100-IMPRIMIR-VENDEDOR.
073800
073900     IF VTA-VEN-SUCURSAL (VTA-VEN-IDX) NOT =
074000                                     VTA-SUC-COD (VTA-SUC-IDX)
074100         GO TO 5100-EXIT
074200     END-IF.
074300
074400     MOVE VTA-VEN-OBJETIVO (VTA-VEN-IDX) TO VTA-CALC-OBJETIVO.
074500     MOVE VTA-VEN-REAL (VTA-VEN-IDX)     TO VTA-CALC-REAL.
074600     MOVE VTA-VEN-ID (VTA-VEN-IDX)       TO VTA-LA-VENDEDOR.
074700     PERFORM 6000-IMPRIMIR-AVANCE THRU 6000-EXIT.
074800
074900 5100-EXIT.
075000     EXIT.
075100
075200******************************************************************
075300*6000-IMPRIMIR-AVANCE: CALCULA E IMPRIME UNA LINEA A PARTIR DE
075400*VTA-CALC-OBJETIVO Y VTA-CALC-REAL. SIN OBJETIVO SOLO SE MUESTRAN
075500*LA VENTA Y LA PROYECCION. UN PORCENTAJE QUE NO ENTRA EN LA
075600*COLUMNA SE MUESTRA COMO 9999.9.
075700******************************************************************
075800 6000-IMPRIMIR-AVANCE.
075900
076000     COMPUTE VTA-CALC-OBJ-FECHA ROUNDED =
076100         VTA-CALC-OBJETIVO * VTA-DIAS-TRANSC / VTA-DIAS-MES.
076200     COMPUTE VTA-CALC-PROYECCION ROUNDED =
076300         VTA-CALC-REAL * VTA-DIAS-MES / VTA-DIAS-TRANSC.
076400
076500     MOVE ZERO TO VTA-CALC-POR-DIA.
076600     COMPUTE VTA-CALC-FALTA = VTA-CALC-OBJETIVO - VTA-CALC-REAL.
076700     IF VTA-CALC-OBJETIVO > ZERO AND VTA-CALC-FALTA > ZERO
076800         IF VTA-DIAS-RESTAN > ZERO
076900             COMPUTE VTA-CALC-POR-DIA ROUNDED =
077000                 VTA-CALC-FALTA / VTA-DIAS-RESTAN
077100         ELSE
077200             MOVE VTA-CALC-FALTA TO VTA-CALC-POR-DIA
077300         END-IF
077400     END-IF.
077500
077600     MOVE VTA-CALC-OBJETIVO   TO VTA-LA-OBJ-MES.
077700     MOVE VTA-CALC-OBJ-FECHA  TO VTA-LA-OBJ-FECHA.
077800     MOVE VTA-CALC-REAL       TO VTA-LA-REAL.
077900     MOVE VTA-CALC-POR-DIA    TO VTA-LA-POR-DIA.
078000     MOVE VTA-CALC-PROYECCION TO VTA-LA-PROYECCION.
078100
078200     MOVE ZERO TO VTA-LA-PCT-MES.
078300     MOVE ZERO TO VTA-LA-PCT-FECHA.
078400     IF VTA-CALC-OBJETIVO > ZERO AND VTA-CALC-REAL > ZERO
078500         COMPUTE VTA-CALC-PORCENTAJE ROUNDED =
078600             VTA-CALC-REAL * 100 / VTA-CALC-OBJETIVO
078700             ON SIZE ERROR
078800                 MOVE 9999.9 TO VTA-CALC-PORCENTAJE
078900         END-COMPUTE
079000         MOVE VTA-CALC-PORCENTAJE TO VTA-LA-PCT-MES
079100         IF VTA-CALC-OBJ-FECHA > ZERO
079200             COMPUTE VTA-CALC-PORCENTAJE ROUNDED =
079300                 VTA-CALC-REAL * 100 / VTA-CALC-OBJ-FECHA
079400                 ON SIZE ERROR
079500                     MOVE 9999.9 TO VTA-CALC-PORCENTAJE
079600             END-COMPUTE
079700             MOVE VTA-CALC-PORCENTAJE TO VTA-LA-PCT-FECHA
079800         END-IF
079900     END-IF.
080000
080100     WRITE VTA-REPORT-LINE FROM VTA-LINEA-AVANCE.
080200     ADD 1 TO VTA-CANT-LINEAS.
080300
080400 6000-EXIT.
080500     EXIT.
080600
080700 9000-FINALIZAR.
080800
080900*TOTAL DE LA EMPRESA.
081000     MOVE SPACES TO VTA-REPORT-LINE.
081100     WRITE VTA-REPORT-LINE.
081200     MOVE "EMP" TO VTA-LS-SUCURSAL.
081300     WRITE VTA-REPORT-LINE FROM VTA-LINEA-SUCURSAL.
081400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-ENCABEZADO-1.
081500     MOVE VTA-TOTAL-OBJETIVO TO VTA-CALC-OBJETIVO.
081600     MOVE VTA-TOTAL-REAL     TO VTA-CALC-REAL.
081700     MOVE "TOTAL" TO VTA-LA-VENDEDOR.
081800     PERFORM 6000-IMPRIMIR-AVANCE THRU 6000-EXIT.
081900
082000     CLOSE AUDIT-LOG-FILE.
082100     CLOSE AVANCE-REPORT-FILE.
082200
082300     DISPLAY "VTA6900 - REGISTROS DE AUDITORIA LEIDOS: "
082400             VTA-CANT-AUDIT.
082500     DISPLAY "VTA6900 - REGISTROS DEL MES A LA FECHA : "
082600             VTA-CANT-DEL-MES.
082700     DISPLAY "VTA6900 - OBJETIVOS DEL MES            : "
082800             VTA-CANT-OBJETIVOS.
082900     IF VTA-CANT-REV-SIN-VENTA > ZERO
083000         DISPLAY "VTA6900 - AVISO: REVERSOS SIN SU VENTA EN EL "
083100                 "LOG (SUCURSAL ???): " VTA-CANT-REV-SIN-VENTA
083200     END-IF.
083300
083400 9000-EXIT.
083500     EXIT.
083600
083700 END PROGRAM VTA6900.

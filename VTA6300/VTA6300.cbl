000100******************************************************************
000200*SIMULADOR DE CAMBIOS EN LAS TABLAS DE DESCUENTO. ANTES DE PONER
000300*EN PRODUCCION UNA TABLA NUEVA DE TRAMOS (DESCTABL), DE VOLUMEN
000400*(VOLUTABL) O DE BONUS DE FIDELIDAD (FIDETABL), COMERCIAL ARMA
000500*UNA COPIA CANDIDATA DE CADA UNA (DESCCAND, VOLUCAND, FIDECAND)
000600*Y ESTE PROCESO VUELVE A CALCULAR LAS VENTAS YA AUDITADAS DE UN
000700*RANGO DE FECHAS (SIMPARM) CON LAS MISMAS REGLAS DE EJERCICIO5:
000800*TRAMO POR IMPORTE, PROMOCION QUE REEMPLAZA AL TRAMO, BONUS DE
000900*FIDELIDAD Y DE VOLUMEN SUMADOS, REDONDEO SEGUN REDONMOD E IVA A
001000*LA TASA CON QUE SE GRAVO LA VENTA. EL REPORTE MUESTRA, POR TRAMO
001100*Y POR SUCURSAL, EL DESCUENTO, EL IVA Y EL TOTAL COBRADO REALES
001200*CONTRA LOS SIMULADOS, PARA QUE GERENCIA APRUEBE EL CAMBIO CON
001300*NUMEROS Y NO A OJO. NO ACTUALIZA NINGUN ARCHIVO.
001400*
001500*CRITERIOS DE LA SIMULACION:
001600*- LA PROMOCION SE TOMA COMO QUEDO EN LA AUDITORIA (LA TABLA DE
001700*  PROMOCIONES NO ES PARTE DE LA SIMULACION).
001800*- EL TIER DE FIDELIDAD ES EL QUE EL CLIENTE TIENE HOY EN
001900*  CLIENTEM, NO NECESARIAMENTE EL QUE TENIA EL DIA DE LA VENTA.
002000*- LOS OVERRIDES DE SUPERVISOR (Y SUS REVERSOS) NO DEPENDEN DE
002100*  LAS TABLAS: SUMAN IGUAL EN REAL Y SIMULADO EN LOS TOTALES POR
002200*  SUCURSAL Y QUEDAN FUERA DEL CUADRO POR TRAMO, COMO EN VTA0200.
002300*- LOS REVERSOS Y LAS DEVOLUCIONES SE SIMULAN SOBRE EL VALOR
002400*  ABSOLUTO Y RESTAN, IGUAL QUE EN LA AUDITORIA.
002500*- UNA VENTA CUYO IMPORTE NO CAE EN NINGUN TRAMO CANDIDATO, O
002600*  CUYO DESCUENTO SIMULADO SUPERA AL IMPORTE, SERIA RECHAZADA POR
002700*  EJERCICIO5: SE CUENTA APARTE Y NO ENTRA EN LA COMPARACION.
002800*- EL CUADRO POR TRAMO AGRUPA POR EL TRAMO DE LA TABLA CANDIDATA
002900*  EN QUE CAE CADA VENTA.
003000******************************************************************
003100*MODIFICACIONES:
003200*2026-10-15 NF  PROGRAMA ORIGINAL.
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. VTA6300.
003600 AUTHOR. N. FEDIUK.
003700 INSTALLATION. PERFUMERIA - SISTEMAS.
003800 DATE-WRITTEN. 2026-10-15.
003900 DATE-COMPILED. 2026-10-15.
004000
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS VTA-AUD-KEY
004800         FILE STATUS IS VTA-AUDIT-STATUS.
004900
005000     SELECT SIM-PARM-FILE ASSIGN TO "SIMPARM"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS VTA-SIMPRM-STATUS.
005300
005400     SELECT DISCUENTO-TABLA-FILE ASSIGN TO "DESCCAND"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS VTA-TABLA-STATUS.
005700
005800     SELECT VOLUMEN-TABLA-FILE ASSIGN TO "VOLUCAND"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS VTA-VOLFIL-STATUS.
006100
006200*FIDECAND ES OPTIONAL COMO FIDETABL: SIN TABLA SE SIMULA CON LOS
006300*BONUS HISTORICOS.
006400     SELECT OPTIONAL FIDELIDAD-TABLA-FILE ASSIGN TO "FIDECAND"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS VTA-FIDFIL-STATUS.
006700
006800     SELECT REDONDEO-CONFIG-FILE ASSIGN TO "REDONMOD"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS VTA-REDFIL-STATUS.
007100
007200     SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIENTEM"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS RANDOM
007500         RECORD KEY IS VTA-CLI-ID
007600         FILE STATUS IS VTA-CLIMTR-STATUS.
007700
007800     SELECT TERMINAL-MASTER-FILE ASSIGN TO "TERMINAM"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS VTA-TERMTR-STATUS.
008100
008200     SELECT SIM-REPORT-FILE ASSIGN TO "SIMRPT"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS VTA-REPORT-STATUS.
008500
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  AUDIT-LOG-FILE
008900     RECORDING MODE IS F.
009000     COPY VTAAUDIT.
009100
009200*RANGO DE FECHAS DE VENTA A SIMULAR (AMBAS INCLUSIVE).
009300 FD  SIM-PARM-FILE
009400     RECORDING MODE IS F.
009500 01  VTA-SIM-PARM-RECORD.
009600     05  VTA-SPR-FECHA-DESDE         PIC 9(08).
009700     05  VTA-SPR-FECHA-HASTA         PIC 9(08).
009800     05  FILLER                      PIC X(64).
009900
010000 FD  DISCUENTO-TABLA-FILE
010100     RECORDING MODE IS F.
010200     COPY VTATABL.
010300
010400 FD  VOLUMEN-TABLA-FILE
010500     RECORDING MODE IS F.
010600     COPY VTAVOL.
010700
010800 FD  FIDELIDAD-TABLA-FILE
010900     RECORDING MODE IS F.
011000     COPY VTAFIDE.
011100
011200 FD  REDONDEO-CONFIG-FILE
011300     RECORDING MODE IS F.
011400     COPY VTAREDON.
011500
011600 FD  CLIENTE-MASTER-FILE
011700     RECORDING MODE IS F.
011800     COPY VTACLTE.
011900
012000 FD  TERMINAL-MASTER-FILE
012100     RECORDING MODE IS F.
012200     COPY VTATERM.
012300
012400 FD  SIM-REPORT-FILE.
012500 01  VTA-REPORT-LINE                 PIC X(80).
012600
012700 WORKING-STORAGE SECTION.
012800
012900 01  VTA-AUDIT-STATUS                PIC X(02).
013000     88  VTA-AUDIT-OK                VALUE "00".
013100
013200 01  VTA-SIMPRM-STATUS               PIC X(02).
013300     88  VTA-SIMPRM-OK               VALUE "00".
013400
013500 01  VTA-TABLA-STATUS                PIC X(02).
013600     88  VTA-TABLA-OK                VALUE "00".
013700     88  VTA-TABLA-EOF               VALUE "10".
013800
013900 01  VTA-VOLFIL-STATUS               PIC X(02).
014000     88  VTA-VOLFIL-OK               VALUE "00".
014100     88  VTA-VOLFIL-EOF              VALUE "10".
014200
014300 01  VTA-FIDFIL-STATUS               PIC X(02).
014400     88  VTA-FIDFIL-OK               VALUE "00".
014500     88  VTA-FIDFIL-EOF              VALUE "10".
014600
014700 01  VTA-REDFIL-STATUS               PIC X(02).
014800     88  VTA-REDFIL-OK               VALUE "00".
014900
015000 01  VTA-CLIMTR-STATUS               PIC X(02).
015100     88  VTA-CLIMTR-OK               VALUE "00".
015200
015300 01  VTA-TERMTR-STATUS               PIC X(02).
015400     88  VTA-TERMTR-OK               VALUE "00".
015500     88  VTA-TERMTR-EOF              VALUE "10".
015600
015700 01  VTA-REPORT-STATUS               PIC X(02).
015800     88  VTA-REPORT-OK               VALUE "00".
015900
016000 01  VTA-SWITCHES.
016100     05  VTA-SW-FIN-ARCHIVO          PIC X(01) VALUE "N".
016200         88  VTA-FIN-ARCHIVO         VALUE "S".
016300     05  VTA-TIER-SWITCH             PIC X(01) VALUE "N".
016400         88  VTA-TIER-ENCONTRADO     VALUE "S".
016500     05  VTA-VOL-SWITCH              PIC X(01) VALUE "N".
016600         88  VTA-VOL-ENCONTRADA      VALUE "S".
016700     05  VTA-FID-SWITCH              PIC X(01) VALUE "N".
016800         88  VTA-FID-ENCONTRADA      VALUE "S".
016900     05  VTA-TRM-SWITCH              PIC X(01) VALUE "N".
017000         88  VTA-TRM-ENCONTRADA      VALUE "S".
017100     05  VTA-SUC-SWITCH              PIC X(01) VALUE "N".
017200         88  VTA-SUC-ENCONTRADA      VALUE "S".
017300
017400 01  VTA-FECHA-DESDE                 PIC 9(08).
017500 01  VTA-FECHA-HASTA                 PIC 9(08).
017600
017700*MODO DE REDONDEO VIGENTE, CON EL MISMO DEFECTO QUE EJERCICIO5.
017800 01  VTA-REDONDEO-MODO               PIC X(01) VALUE "R".
017900     88  VTA-RED-CERCANO             VALUE "R".
018000
018100*TABLAS CANDIDATAS, CON LOS MISMOS TOPES QUE EN EJERCICIO5.
018200 01  VTA-TABLA-DESCUENTOS.
018300     05  VTA-TABLA-CANT              PIC 9(02) COMP VALUE ZERO.
018400     05  VTA-TABLA-ENTRADA OCCURS 20 TIMES
018500                           INDEXED BY VTA-TABLA-IDX.
018600         10  VTA-TAB-TIER            PIC 9(02).
018700         10  VTA-TAB-DESDE           PIC 9(07)V9(02).
018800         10  VTA-TAB-HASTA           PIC 9(07)V9(02).
018900         10  VTA-TAB-PORCENTAJE      PIC 9(03)V9(02).
019000
019100 01  VTA-TABLA-VOLUMEN.
019200     05  VTA-VOL-CANT                PIC 9(02) COMP VALUE ZERO.
019300     05  VTA-VOL-ENTRADA OCCURS 20 TIMES
019400                         INDEXED BY VTA-VOL-IDX.
019500         10  VTA-TAB-VOL-DESDE       PIC 9(05).
019600         10  VTA-TAB-VOL-HASTA       PIC 9(05).
019700         10  VTA-TAB-VOL-PORCENTAJE  PIC 9(03)V9(02).
019800
019900 01  VTA-TABLA-FIDELIDAD.
020000     05  VTA-FID-CANT                PIC 9(02) COMP VALUE ZERO.
020100     05  VTA-FID-ENTRADA OCCURS 10 TIMES
020200                         INDEXED BY VTA-FID-IDX.
020300         10  VTA-TAB-FID-TIER        PIC X(01).
020400         10  VTA-TAB-FID-PORCENTAJE  PIC 9(03)V9(02).
020500
020600 01  VTA-TABLA-TERMINALES.
020700     05  VTA-TRM-CANT                PIC 9(03) COMP VALUE ZERO.
020800     05  VTA-TRM-ENTRADA OCCURS 100 TIMES
020900                         INDEXED BY VTA-TRM-IDX.
021000         10  VTA-TRM-ID              PIC X(05).
021100         10  VTA-TRM-SUC-COD         PIC X(03).
021200
021300*ACUMULADORES DE COMPARACION. CADA GRUPO (TRAMO, SUCURSAL Y EL
021400*TOTAL GENERAL) LLEVA LA MISMA ESTRUCTURA: CANTIDAD NETA DE
021500*VENTAS Y, PARA DESCUENTO, IVA Y TOTAL COBRADO, EL VALOR REAL Y
021600*EL SIMULADO.
021700 01  VTA-TABLA-ACUM-TRAMOS.
021800     05  VTA-ACT-ENTRADA OCCURS 3 TIMES
021900                         INDEXED BY VTA-ACT-IDX.
022000         10  VTA-ACT-CANT-VENTAS     PIC S9(07) COMP.
022100         10  VTA-ACT-DESC-REAL       PIC S9(11)V9(02).
022200         10  VTA-ACT-DESC-SIM        PIC S9(11)V9(02).
022300         10  VTA-ACT-IVA-REAL        PIC S9(11)V9(02).
022400         10  VTA-ACT-IVA-SIM         PIC S9(11)V9(02).
022500         10  VTA-ACT-COBRO-REAL      PIC S9(11)V9(02).
022600         10  VTA-ACT-COBRO-SIM       PIC S9(11)V9(02).
022700
022800 01  VTA-TABLA-ACUM-SUCURSALES.
022900     05  VTA-ACS-CANT                PIC 9(03) COMP VALUE ZERO.
023000     05  VTA-ACS-ENTRADA OCCURS 100 TIMES
023100                         INDEXED BY VTA-ACS-IDX.
023200         10  VTA-ACS-SUCURSAL        PIC X(03).
023300         10  VTA-ACS-CANT-VENTAS     PIC S9(07) COMP.
023400         10  VTA-ACS-DESC-REAL       PIC S9(11)V9(02).
023500         10  VTA-ACS-DESC-SIM        PIC S9(11)V9(02).
023600         10  VTA-ACS-IVA-REAL        PIC S9(11)V9(02).
023700         10  VTA-ACS-IVA-SIM         PIC S9(11)V9(02).
023800         10  VTA-ACS-COBRO-REAL      PIC S9(11)V9(02).
023900         10  VTA-ACS-COBRO-SIM       PIC S9(11)V9(02).
024000
024100 01  VTA-ACUM-GRUPO.
024200     05  VTA-GRP-CANT-VENTAS         PIC S9(07) COMP.
024300     05  VTA-GRP-DESC-REAL           PIC S9(11)V9(02).
024400     05  VTA-GRP-DESC-SIM            PIC S9(11)V9(02).
024500     05  VTA-GRP-IVA-REAL            PIC S9(11)V9(02).
024600     05  VTA-GRP-IVA-SIM             PIC S9(11)V9(02).
024700     05  VTA-GRP-COBRO-REAL          PIC S9(11)V9(02).
024800     05  VTA-GRP-COBRO-SIM           PIC S9(11)V9(02).
024900
025000 01  VTA-ACUM-GENERAL.
025100     05  VTA-GEN-CANT-VENTAS         PIC S9(07) COMP VALUE ZERO.
025200     05  VTA-GEN-DESC-REAL           PIC S9(11)V9(02) VALUE ZERO.
025300     05  VTA-GEN-DESC-SIM            PIC S9(11)V9(02) VALUE ZERO.
025400     05  VTA-GEN-IVA-REAL            PIC S9(11)V9(02) VALUE ZERO.
025500     05  VTA-GEN-IVA-SIM             PIC S9(11)V9(02) VALUE ZERO.
025600     05  VTA-GEN-COBRO-REAL          PIC S9(11)V9(02) VALUE ZERO.
025700     05  VTA-GEN-COBRO-SIM           PIC S9(11)V9(02) VALUE ZERO.
025800
025900 01  VTA-CONTADORES.
026000     05  VTA-CANT-LEIDOS             PIC 9(07) COMP VALUE ZERO.
026100     05  VTA-CANT-SIMULADAS          PIC 9(07) COMP VALUE ZERO.
026200     05  VTA-CANT-OVERRIDES          PIC 9(07) COMP VALUE ZERO.
026300     05  VTA-CANT-RECHAZADAS         PIC 9(07) COMP VALUE ZERO.
026400     05  VTA-IMP-RECHAZADAS          PIC S9(11)V9(02) VALUE ZERO.
026500
026600*CALCULO DE LA VENTA SIMULADA. EL SIGNO ES -1 PARA UN REVERSO O
026700*UNA DEVOLUCION (LA AUDITORIA LOS TRAE EN NEGATIVO) Y +1 PARA
026800*UNA VENTA; EL CALCULO SE HACE SOBRE VALORES ABSOLUTOS.
026900 01  VTA-SIMULACION.
027000     05  VTA-SIM-SIGNO               PIC S9(01).
027100     05  VTA-SIM-IMPORTE             PIC 9(07)V9(02).
027200     05  VTA-SIM-CANTIDAD            PIC 9(05).
027300     05  VTA-SIM-TIER                PIC 9(02).
027400     05  VTA-SIM-PORCENTAJE          PIC 9(03)V9(02).
027500     05  VTA-SIM-BONUS-CLIENTE       PIC 9(03)V9(02).
027600     05  VTA-SIM-BONUS-VOLUMEN       PIC 9(03)V9(02).
027700     05  VTA-SIM-DESCUENTO           PIC S9(09)V9(02).
027800     05  VTA-SIM-TOTAL               PIC S9(09)V9(02).
027900     05  VTA-SIM-IVA                 PIC S9(09)V9(02).
028000     05  VTA-SIM-COBRO               PIC S9(09)V9(02).
028100     05  VTA-SIM-SUCURSAL            PIC X(03).
028200
028300*LINEAS DE IMPRESION.
028400 01  VTA-LINEA-TITULO.
028500     05  FILLER                      PIC X(10) VALUE SPACES.
028600     05  FILLER                      PIC X(38)
028700         VALUE "SIMULACION DE TABLAS DE DESCUENTO DEL ".
028800     05  VTA-LT-DESDE                PIC 9(08).
028900     05  FILLER                      PIC X(04) VALUE " AL ".
029000     05  VTA-LT-HASTA                PIC 9(08).
029100
029200 01  VTA-LINEA-SECCION.
029300     05  VTA-LSC-TEXTO               PIC X(60).
029400
029500 01  VTA-LINEA-COLUMNAS.
029600     05  FILLER                      PIC X(20) VALUE SPACES.
029700     05  FILLER                      PIC X(17) VALUE
029800         "         REAL    ".
029900     05  FILLER                      PIC X(17) VALUE
030000         "     SIMULADO    ".
030100     05  FILLER                      PIC X(17) VALUE
030200         "   DIFERENCIA    ".
030300
030400 01  VTA-LINEA-GRUPO.
030500     05  VTA-LG-ROTULO               PIC X(14).
030600     05  VTA-LG-CLAVE                PIC X(05).
030700     05  FILLER                      PIC X(10) VALUE "  VENTAS: ".
030800     05  VTA-LG-CANT                 PIC Z,ZZZ,ZZ9-.
030900
031000 01  VTA-LINEA-IMPORTES.
031100     05  FILLER                      PIC X(02) VALUE SPACES.
031200     05  VTA-LI-CONCEPTO             PIC X(16).
031300     05  VTA-LI-REAL                 PIC ---,---,---,--9.99.
031400     05  VTA-LI-SIM                  PIC ---,---,---,--9.99.
031500     05  VTA-LI-DIF                  PIC ---,---,---,--9.99.
031600
031700 01  VTA-LINEA-CONTADOR.
031800     05  VTA-LC-TEXTO                PIC X(50).
031900     05  VTA-LC-CANT                 PIC Z,ZZZ,ZZ9.
032000
032100 01  VTA-LINEA-RECHAZO.
032200     05  FILLER                      PIC X(50)
032300         VALUE "  IMPORTE DE LAS VENTAS QUE SE RECHAZARIAN:".
032400     05  VTA-LR-IMPORTE              PIC ---,---,---,--9.99.
032500
032600 PROCEDURE DIVISION.
032700
032800 0000-MAINLINE.
032900
033000     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
033100
033200     PERFORM 2000-SIMULAR-VENTA THRU 2000-EXIT
033300         UNTIL VTA-FIN-ARCHIVO.
033400
033500     PERFORM 8000-IMPRIMIR-REPORTE THRU 8000-EXIT.
033600
033700     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
033800
033900     STOP RUN.
034000
034100******************************************************************
034200*1000-INICIALIZAR: LEE EL RANGO DE FECHAS, CARGA LAS TABLAS
034300*CANDIDATAS, EL MODO DE REDONDEO Y LAS TERMINALES, Y POSICIONA
034400*EL LOG DE AUDITORIA EN LA PRIMERA VENTA DEL RANGO (LA CLAVE
034500*EMPIEZA POR LA FECHA DE LA VENTA).
034600******************************************************************
034700 1000-INICIALIZAR.
034800
034900     PERFORM 1050-LEER-PARAMETRO THRU 1050-EXIT.
035000
035100     OPEN INPUT DISCUENTO-TABLA-FILE.
035200     PERFORM 1200-CARGAR-TABLA THRU 1200-EXIT.
035300     CLOSE DISCUENTO-TABLA-FILE.
035400
035500     IF VTA-TABLA-CANT = ZERO
035600         DISPLAY "VTA6300 - LA TABLA CANDIDATA DE TRAMOS "
035700                 "(DESCCAND) ESTA VACIA."
035800         MOVE 8 TO RETURN-CODE
035900         STOP RUN
036000     END-IF.
036100
036200     OPEN INPUT VOLUMEN-TABLA-FILE.
036300     PERFORM 1600-CARGAR-VOLUMEN THRU 1600-EXIT.
036400     CLOSE VOLUMEN-TABLA-FILE.
036500
036600     OPEN INPUT FIDELIDAD-TABLA-FILE.
036700     PERFORM 1650-CARGAR-FIDELIDAD THRU 1650-EXIT.
036800     CLOSE FIDELIDAD-TABLA-FILE.
036900
037000     OPEN INPUT REDONDEO-CONFIG-FILE.
037100     READ REDONDEO-CONFIG-FILE
037200         AT END
037300             CONTINUE
037400     END-READ.
037500     IF VTA-REDFIL-OK
037600         IF VTA-RED-MODO NOT = SPACES
037700             MOVE VTA-RED-MODO TO VTA-REDONDEO-MODO
037800         END-IF
037900     END-IF.
038000     CLOSE REDONDEO-CONFIG-FILE.
038100
038200     OPEN INPUT TERMINAL-MASTER-FILE.
038300     PERFORM 1750-CARGAR-TERMINALES THRU 1750-EXIT.
038400     CLOSE TERMINAL-MASTER-FILE.
038500
038600     INITIALIZE VTA-TABLA-ACUM-TRAMOS.
038700
038800     OPEN INPUT CLIENTE-MASTER-FILE.
038900     OPEN INPUT AUDIT-LOG-FILE.
039000     OPEN OUTPUT SIM-REPORT-FILE.
039100
039200     MOVE VTA-FECHA-DESDE TO VTA-AUD-TRANS-FECHA.
039300     MOVE ZERO            TO VTA-AUD-TRANS-SEQ.
039400     MOVE ZERO            TO VTA-AUD-TIMESTAMP.
039500
039600     START AUDIT-LOG-FILE KEY IS >= VTA-AUD-KEY
039700         INVALID KEY
039800             SET VTA-FIN-ARCHIVO TO TRUE
039900     END-START.
040000
040100     IF NOT VTA-FIN-ARCHIVO
040200         PERFORM 1100-LEER-AUDITORIA THRU 1100-EXIT
040300     END-IF.
040400
040500 1000-EXIT.
040600     EXIT.
040700
040800 1050-LEER-PARAMETRO.
040900
041000     OPEN INPUT SIM-PARM-FILE.
041100
041200     IF NOT VTA-SIMPRM-OK
041300         DISPLAY "VTA6300 - NO SE PUDO ABRIR SIMPARM. ESTADO: "
041400                 VTA-SIMPRM-STATUS
041500         MOVE 8 TO RETURN-CODE
041600         STOP RUN
041700     END-IF.
041800
041900     READ SIM-PARM-FILE
042000         AT END
042100             DISPLAY "VTA6300 - SIMPARM SIN REGISTRO DE FECHAS."
042200             MOVE 8 TO RETURN-CODE
042300             STOP RUN
042400     END-READ.
042500
042600     CLOSE SIM-PARM-FILE.
042700
042800     IF VTA-SPR-FECHA-DESDE NOT NUMERIC
042900        OR VTA-SPR-FECHA-HASTA NOT NUMERIC
043000        OR VTA-SPR-FECHA-DESDE = ZERO
043100        OR VTA-SPR-FECHA-HASTA < VTA-SPR-FECHA-DESDE
043200         DISPLAY "VTA6300 - RANGO DE FECHAS INVALIDO EN SIMPARM: "
043300                 VTA-SPR-FECHA-DESDE " - " VTA-SPR-FECHA-HASTA
043400         MOVE 8 TO RETURN-CODE
043500         STOP RUN
043600     END-IF.
043700
043800     MOVE VTA-SPR-FECHA-DESDE TO VTA-FECHA-DESDE.
043900     MOVE VTA-SPR-FECHA-HASTA TO VTA-FECHA-HASTA.
044000
044100 1050-EXIT.
044200     EXIT.
044300
044400 1100-LEER-AUDITORIA.
044500
044600     READ AUDIT-LOG-FILE NEXT
044700         AT END
044800             SET VTA-FIN-ARCHIVO TO TRUE
044900             GO TO 1100-EXIT
045000     END-READ.
045100
045200     IF VTA-AUD-TRANS-FECHA > VTA-FECHA-HASTA
045300         SET VTA-FIN-ARCHIVO TO TRUE
045400         GO TO 1100-EXIT
045500     END-IF.
045600
045700     ADD 1 TO VTA-CANT-LEIDOS.
045800
045900 1100-EXIT.
046000     EXIT.
046100
046200******************************************************************
046300*1200-CARGAR-TABLA: TABLA CANDIDATA DE TRAMOS. EL TRAMO SE USA
046400*COMO SUBINDICE DEL CUADRO POR TRAMO, ASI QUE DEBE SER 1 A 3,
046500*LA MISMA REGLA QUE HACE CUMPLIR VTA0400.
046600******************************************************************
046700 1200-CARGAR-TABLA.
046800
046900     READ DISCUENTO-TABLA-FILE
047000         AT END
047100             SET VTA-TABLA-EOF TO TRUE
047200     END-READ.
047300
047400     PERFORM 1210-AGREGAR-TRAMO THRU 1210-EXIT
047500         UNTIL VTA-TABLA-EOF.
047600
047700 1200-EXIT.
047800     EXIT.
047900
048000 1210-AGREGAR-TRAMO.
048100
048200     IF VTA-TABLA-CANT >= 20
048300         DISPLAY "VTA6300 - TABLA DE TRAMOS LLENA (MAXIMO 20)."
048400         MOVE 8 TO RETURN-CODE
048500         STOP RUN
048600     END-IF.
048700
048800     IF VTA-TABLA-TIER < 1 OR VTA-TABLA-TIER > 3
048900         DISPLAY "VTA6300 - TRAMO FUERA DE 1-3 EN DESCCAND: "
049000                 VTA-TABLA-TIER
049100         MOVE 8 TO RETURN-CODE
049200         STOP RUN
049300     END-IF.
049400
049500     ADD 1 TO VTA-TABLA-CANT.
049600     SET VTA-TABLA-IDX TO VTA-TABLA-CANT.
049700
049800     MOVE VTA-TABLA-TIER  TO VTA-TAB-TIER (VTA-TABLA-IDX).
049900     MOVE VTA-TABLA-DESDE TO VTA-TAB-DESDE (VTA-TABLA-IDX).
050000     MOVE VTA-TABLA-HASTA TO VTA-TAB-HASTA (VTA-TABLA-IDX).
050100     MOVE VTA-TABLA-PORCENTAJE
050200                          TO VTA-TAB-PORCENTAJE (VTA-TABLA-IDX).
050300
050400     READ DISCUENTO-TABLA-FILE
050500         AT END
050600             SET VTA-TABLA-EOF TO TRUE
050700     END-READ.
050800
050900 1210-EXIT.
051000     EXIT.
051100
051200 1600-CARGAR-VOLUMEN.
051300
051400     READ VOLUMEN-TABLA-FILE
051500         AT END
051600             SET VTA-VOLFIL-EOF TO TRUE
051700     END-READ.
051800
051900     PERFORM 1610-AGREGAR-VOLUMEN THRU 1610-EXIT
052000         UNTIL VTA-VOLFIL-EOF.
052100
052200 1600-EXIT.
052300     EXIT.
052400
052500 1610-AGREGAR-VOLUMEN.
052600
052700     IF VTA-VOL-CANT >= 20
052800         DISPLAY "VTA6300 - TABLA DE VOLUMEN LLENA (MAXIMO 20)."
052900         MOVE 8 TO RETURN-CODE
053000         STOP RUN
053100     END-IF.
053200
053300     ADD 1 TO VTA-VOL-CANT.
053400     SET VTA-VOL-IDX TO VTA-VOL-CANT.
053500
053600     MOVE VTA-VOLT-DESDE      TO VTA-TAB-VOL-DESDE (VTA-VOL-IDX).
053700     MOVE VTA-VOLT-HASTA      TO VTA-TAB-VOL-HASTA (VTA-VOL-IDX).
053800     MOVE VTA-VOLT-PORCENTAJE
053900                          TO VTA-TAB-VOL-PORCENTAJE (VTA-VOL-IDX).
054000
054100     READ VOLUMEN-TABLA-FILE
054200         AT END
054300             SET VTA-VOLFIL-EOF TO TRUE
054400     END-READ.
054500
054600 1610-EXIT.
054700     EXIT.
054800
054900******************************************************************
055000*1650-CARGAR-FIDELIDAD: TABLA CANDIDATA DE BONUS POR TIER DE
055100*FIDELIDAD. SIN ARCHIVO, O VACIO, RIGEN LOS BONUS HISTORICOS
055200*(BRONCE +1, PLATA +2, ORO +3), IGUAL QUE EN EJERCICIO5.
055300******************************************************************
055400 1650-CARGAR-FIDELIDAD.
055500
055600     READ FIDELIDAD-TABLA-FILE
055700         AT END
055800             SET VTA-FIDFIL-EOF TO TRUE
055900     END-READ.
056000
056100     PERFORM 1660-AGREGAR-FIDELIDAD THRU 1660-EXIT
056200         UNTIL VTA-FIDFIL-EOF.
056300
056400     IF VTA-FID-CANT = ZERO
056500         MOVE 3   TO VTA-FID-CANT
056600         MOVE "B" TO VTA-TAB-FID-TIER (1)
056700         MOVE 1   TO VTA-TAB-FID-PORCENTAJE (1)
056800         MOVE "P" TO VTA-TAB-FID-TIER (2)
056900         MOVE 2   TO VTA-TAB-FID-PORCENTAJE (2)
057000         MOVE "O" TO VTA-TAB-FID-TIER (3)
057100         MOVE 3   TO VTA-TAB-FID-PORCENTAJE (3)
057200     END-IF.
057300
057400 1650-EXIT.
057500     EXIT.
057600
057700 1660-AGREGAR-FIDELIDAD.
057800
057900     IF VTA-FID-CANT >= 10
058000         DISPLAY "VTA6300 - TABLA DE FIDELIDAD LLENA (MAXIMO 10)."
058100         MOVE 8 TO RETURN-CODE
058200         STOP RUN
058300     END-IF.
058400
058500     ADD 1 TO VTA-FID-CANT.
058600     SET VTA-FID-IDX TO VTA-FID-CANT.
058700
058800     MOVE VTA-FIDT-TIER-LEALTAD
058900                          TO VTA-TAB-FID-TIER (VTA-FID-IDX).
059000     MOVE VTA-FIDT-PORCENTAJE
059100                          TO VTA-TAB-FID-PORCENTAJE (VTA-FID-IDX).
059200
059300     READ FIDELIDAD-TABLA-FILE
059400         AT END
059500             SET VTA-FIDFIL-EOF TO TRUE
059600     END-READ.
059700
059800 1660-EXIT.
059900     EXIT.
060000
060100 1750-CARGAR-TERMINALES.
060200
060300     READ TERMINAL-MASTER-FILE
060400         AT END
060500             SET VTA-TERMTR-EOF TO TRUE
060600     END-READ.
060700
060800     PERFORM 1760-AGREGAR-TERMINAL THRU 1760-EXIT
060900         UNTIL VTA-TERMTR-EOF.
061000
061100 1750-EXIT.
061200     EXIT.
061300
061400 1760-AGREGAR-TERMINAL.
061500
061600     IF VTA-TRM-CANT >= 100
061700         DISPLAY "VTA6300 - TABLA DE TERMINALES LLENA "
061800                 "(MAXIMO 100). AGRANDAR LA TABLA."
061900         MOVE 8 TO RETURN-CODE
062000         STOP RUN
062100     END-IF.
062200
062300     ADD 1 TO VTA-TRM-CANT.
062400     SET VTA-TRM-IDX TO VTA-TRM-CANT.
062500     MOVE VTA-TER-TERMINAL-ID  TO VTA-TRM-ID (VTA-TRM-IDX).
062600     MOVE VTA-TER-SUCURSAL-COD TO VTA-TRM-SUC-COD (VTA-TRM-IDX).
062700
062800     READ TERMINAL-MASTER-FILE
062900         AT END
063000             SET VTA-TERMTR-EOF TO TRUE
063100     END-READ.
063200
063300 1760-EXIT.
063400     EXIT.
063500
063600******************************************************************
063700*2000-SIMULAR-VENTA: UN REGISTRO DE AUDITORIA DEL RANGO. EL
063800*OVERRIDE (Y EL REVERSO DE UN OVERRIDE) PASA SIN CAMBIOS A LA
063900*SUCURSAL; EL RESTO SE RECALCULA CON LAS TABLAS CANDIDATAS.
064000******************************************************************
064100 2000-SIMULAR-VENTA.
064200
064300     PERFORM 2050-UBICAR-SUCURSAL THRU 2050-EXIT.
064400
064500     IF VTA-AUD-IMPORTE < ZERO
064600         MOVE -1 TO VTA-SIM-SIGNO
064700     ELSE
064800         MOVE 1 TO VTA-SIM-SIGNO
064900     END-IF.
065000
065100     IF VTA-AUD-OVERRIDE
065200        OR (VTA-AUD-REVERSO AND VTA-AUD-ORIG-FUE-OVERRIDE)
065300         ADD 1 TO VTA-CANT-OVERRIDES
065400         MOVE VTA-AUD-DESCUENTO    TO VTA-SIM-DESCUENTO
065500         MOVE VTA-AUD-IVA-IMPORTE  TO VTA-SIM-IVA
065600         MOVE VTA-AUD-TOTAL-COBRAR TO VTA-SIM-COBRO
065700         PERFORM 2600-ACUMULAR-SUCURSAL THRU 2600-EXIT
065800         GO TO 2000-SIGUIENTE
065900     END-IF.
066000
066100     COMPUTE VTA-SIM-IMPORTE  = VTA-AUD-IMPORTE * VTA-SIM-SIGNO.
066200     COMPUTE VTA-SIM-CANTIDAD = VTA-AUD-CANTIDAD * VTA-SIM-SIGNO.
066300
066400     PERFORM 2100-CALCULAR-DESCUENTO THRU 2100-EXIT.
066500
066600     IF NOT VTA-TIER-ENCONTRADO
066700        OR VTA-SIM-TOTAL < ZERO
066800         ADD 1 TO VTA-CANT-RECHAZADAS
066900         ADD VTA-AUD-IMPORTE TO VTA-IMP-RECHAZADAS
067000         GO TO 2000-SIGUIENTE
067100     END-IF.
067200
067300     PERFORM 2250-CALCULAR-IVA THRU 2250-EXIT.
067400
067466     COMPUTE VTA-SIM-DESCUENTO = VTA-SIM-DESCUENTO
067533                                   * VTA-SIM-SIGNO.
067600     COMPUTE VTA-SIM-IVA       = VTA-SIM-IVA * VTA-SIM-SIGNO.
067700     COMPUTE VTA-SIM-COBRO     = VTA-SIM-COBRO * VTA-SIM-SIGNO.
067800
067900     ADD 1 TO VTA-CANT-SIMULADAS.
068000
068100     PERFORM 2500-ACUMULAR-TRAMO THRU 2500-EXIT.
068200     PERFORM 2600-ACUMULAR-SUCURSAL THRU 2600-EXIT.
068300
068400 2000-SIGUIENTE.
068500
068600     PERFORM 1100-LEER-AUDITORIA THRU 1100-EXIT.
068700
068800 2000-EXIT.
068900     EXIT.
069000
069100 2050-UBICAR-SUCURSAL.
069200
069300     MOVE "N" TO VTA-TRM-SWITCH.
069400     MOVE "???" TO VTA-SIM-SUCURSAL.
069500
069600     PERFORM 2060-COMPARAR-TERMINAL THRU 2060-EXIT
069700         VARYING VTA-TRM-IDX FROM 1 BY 1
069800         UNTIL VTA-TRM-IDX > VTA-TRM-CANT
069900            OR VTA-TRM-ENCONTRADA.
070000
070100 2050-EXIT.
070200     EXIT.
070300
070400 2060-COMPARAR-TERMINAL.
070500
070600     IF VTA-AUD-TERMINAL-ID = VTA-TRM-ID (VTA-TRM-IDX)
070700         MOVE VTA-TRM-SUC-COD (VTA-TRM-IDX) TO VTA-SIM-SUCURSAL
070800         SET VTA-TRM-ENCONTRADA TO TRUE
070900     END-IF.
071000
071100 2060-EXIT.
071200     EXIT.
071300
071400******************************************************************
071500*2100-CALCULAR-DESCUENTO: LA MISMA PRECEDENCIA DE EJERCICIO5
071600*(2075/2100): TRAMO POR IMPORTE, REEMPLAZADO POR LA PROMOCION SI
071700*LA VENTA LA TUVO; MAS EL BONUS DE FIDELIDAD Y EL DE VOLUMEN; Y
071800*EL MISMO REDONDEO DEL DESCUENTO Y DEL TOTAL.
071900******************************************************************
072000 2100-CALCULAR-DESCUENTO.
072100
072200     MOVE "N"  TO VTA-TIER-SWITCH.
072300     MOVE ZERO TO VTA-SIM-TIER.
072400     MOVE ZERO TO VTA-SIM-PORCENTAJE.
072500     MOVE ZERO TO VTA-SIM-BONUS-CLIENTE.
072600     MOVE ZERO TO VTA-SIM-BONUS-VOLUMEN.
072700     MOVE ZERO TO VTA-SIM-TOTAL.
072800
072900     PERFORM 2110-BUSCAR-TRAMO THRU 2110-EXIT
073000         VARYING VTA-TABLA-IDX FROM 1 BY 1
073100         UNTIL VTA-TABLA-IDX > VTA-TABLA-CANT
073200            OR VTA-TIER-ENCONTRADO.
073300
073400     IF NOT VTA-TIER-ENCONTRADO
073500         GO TO 2100-EXIT
073600     END-IF.
073700
073800     IF VTA-AUD-CON-PROMO
073900         MOVE VTA-AUD-PROMO-PORC TO VTA-SIM-PORCENTAJE
074000     END-IF.
074100
074200     IF VTA-AUD-CLIENTE-ID > 0
074300         PERFORM 2120-BUSCAR-CLIENTE THRU 2120-EXIT
074400     END-IF.
074500
074600     IF VTA-SIM-CANTIDAD > 0
074700         MOVE "N" TO VTA-VOL-SWITCH
074800         PERFORM 2150-COMPARAR-VOLUMEN THRU 2150-EXIT
074900             VARYING VTA-VOL-IDX FROM 1 BY 1
075000             UNTIL VTA-VOL-IDX > VTA-VOL-CANT
075100                OR VTA-VOL-ENCONTRADA
075200     END-IF.
075300
075400     ADD VTA-SIM-BONUS-CLIENTE VTA-SIM-BONUS-VOLUMEN
075500         TO VTA-SIM-PORCENTAJE.
075600
075700     IF VTA-RED-CERCANO
075800         MULTIPLY VTA-SIM-IMPORTE BY VTA-SIM-PORCENTAJE
075900                               GIVING VTA-SIM-DESCUENTO ROUNDED
076000         DIVIDE VTA-SIM-DESCUENTO BY 100
076100                               GIVING VTA-SIM-DESCUENTO ROUNDED
076200         SUBTRACT VTA-SIM-DESCUENTO FROM VTA-SIM-IMPORTE
076300                               GIVING VTA-SIM-TOTAL ROUNDED
076400     ELSE
076500         MULTIPLY VTA-SIM-IMPORTE BY VTA-SIM-PORCENTAJE
076600                               GIVING VTA-SIM-DESCUENTO
076700         DIVIDE VTA-SIM-DESCUENTO BY 100
076800                               GIVING VTA-SIM-DESCUENTO
076900         SUBTRACT VTA-SIM-DESCUENTO FROM VTA-SIM-IMPORTE
077000                               GIVING VTA-SIM-TOTAL
077100     END-IF.
077200
077300 2100-EXIT.
077400     EXIT.
077500
077600 2110-BUSCAR-TRAMO.
077700
077800     IF VTA-SIM-IMPORTE >= VTA-TAB-DESDE (VTA-TABLA-IDX)
077900        AND VTA-SIM-IMPORTE <= VTA-TAB-HASTA (VTA-TABLA-IDX)
078000         SET VTA-TIER-ENCONTRADO TO TRUE
078100         MOVE VTA-TAB-TIER (VTA-TABLA-IDX) TO VTA-SIM-TIER
078200         MOVE VTA-TAB-PORCENTAJE (VTA-TABLA-IDX)
078300                               TO VTA-SIM-PORCENTAJE
078400     END-IF.
078500
078600 2110-EXIT.
078700     EXIT.
078800
078900 2120-BUSCAR-CLIENTE.
079000
079100     MOVE VTA-AUD-CLIENTE-ID TO VTA-CLI-ID.
079200     READ CLIENTE-MASTER-FILE
079300         INVALID KEY
079400             GO TO 2120-EXIT
079500     END-READ.
079600
079700     MOVE "N" TO VTA-FID-SWITCH.
079800     PERFORM 2130-COMPARAR-FIDELIDAD THRU 2130-EXIT
079900         VARYING VTA-FID-IDX FROM 1 BY 1
080000         UNTIL VTA-FID-IDX > VTA-FID-CANT
080100            OR VTA-FID-ENCONTRADA.
080200
080300 2120-EXIT.
080400     EXIT.
080500
080600 2130-COMPARAR-FIDELIDAD.
080700
080800     IF VTA-CLI-TIER-LEALTAD = VTA-TAB-FID-TIER (VTA-FID-IDX)
080900         SET VTA-FID-ENCONTRADA TO TRUE
081000         MOVE VTA-TAB-FID-PORCENTAJE (VTA-FID-IDX)
081100                               TO VTA-SIM-BONUS-CLIENTE
081200     END-IF.
081300
081400 2130-EXIT.
081500     EXIT.
081600
081700 2150-COMPARAR-VOLUMEN.
081800
081900     IF VTA-SIM-CANTIDAD >= VTA-TAB-VOL-DESDE (VTA-VOL-IDX)
082000        AND VTA-SIM-CANTIDAD <= VTA-TAB-VOL-HASTA (VTA-VOL-IDX)
082100         SET VTA-VOL-ENCONTRADA TO TRUE
082200         MOVE VTA-TAB-VOL-PORCENTAJE (VTA-VOL-IDX)
082300                               TO VTA-SIM-BONUS-VOLUMEN
082400     END-IF.
082500
082600 2150-EXIT.
082700     EXIT.
082800
082900******************************************************************
083000*2250-CALCULAR-IVA: LA TASA ES LA QUE SE APLICO A LA VENTA
083100*(VTA-AUD-IVA-PORCENTAJE), CON EL MISMO TRUNCADO QUE EJERCICIO5.
083200******************************************************************
083300 2250-CALCULAR-IVA.
083400
083500     MULTIPLY VTA-SIM-TOTAL BY VTA-AUD-IVA-PORCENTAJE
083600                           GIVING VTA-SIM-IVA.
083700     DIVIDE VTA-SIM-IVA BY 100 GIVING VTA-SIM-IVA.
083800
083900     ADD VTA-SIM-TOTAL VTA-SIM-IVA GIVING VTA-SIM-COBRO.
084000
084100 2250-EXIT.
084200     EXIT.
084300
084400******************************************************************
084500*2500-ACUMULAR-TRAMO: SUMA LA VENTA AL TRAMO CANDIDATO EN QUE
084600*CAYO. UN REVERSO O UNA DEVOLUCION RESTA UNA VENTA.
084700******************************************************************
084800 2500-ACUMULAR-TRAMO.
084900
085000     SET VTA-ACT-IDX TO VTA-SIM-TIER.
085100
085153     ADD VTA-SIM-SIGNO
085206         TO VTA-ACT-CANT-VENTAS (VTA-ACT-IDX).
085260     ADD VTA-AUD-DESCUENTO
085313         TO VTA-ACT-DESC-REAL (VTA-ACT-IDX).
085366     ADD VTA-SIM-DESCUENTO
085420         TO VTA-ACT-DESC-SIM (VTA-ACT-IDX).
085473     ADD VTA-AUD-IVA-IMPORTE
085526         TO VTA-ACT-IVA-REAL (VTA-ACT-IDX).
085580     ADD VTA-SIM-IVA
085633         TO VTA-ACT-IVA-SIM (VTA-ACT-IDX).
085686     ADD VTA-AUD-TOTAL-COBRAR
085740         TO VTA-ACT-COBRO-REAL (VTA-ACT-IDX).
085793     ADD VTA-SIM-COBRO
085846         TO VTA-ACT-COBRO-SIM (VTA-ACT-IDX).
085900
086000 2500-EXIT.
086100     EXIT.
086200
086300******************************************************************
086400*2600-ACUMULAR-SUCURSAL: SUMA LA VENTA A SU SUCURSAL (SE AGREGA
086500*A LA TABLA LA PRIMERA VEZ QUE APARECE) Y AL TOTAL GENERAL.
086600******************************************************************
086700 2600-ACUMULAR-SUCURSAL.
086800
086900     MOVE "N" TO VTA-SUC-SWITCH.
087000     PERFORM 2610-BUSCAR-SUCURSAL THRU 2610-EXIT
087100         VARYING VTA-ACS-IDX FROM 1 BY 1
087200         UNTIL VTA-ACS-IDX > VTA-ACS-CANT
087300            OR VTA-SUC-ENCONTRADA.
087400
087500     IF NOT VTA-SUC-ENCONTRADA
087600         IF VTA-ACS-CANT >= 100
087700             DISPLAY "VTA6300 - TABLA DE SUCURSALES LLENA "
087800                     "(MAXIMO 100). AGRANDAR LA TABLA."
087900             MOVE 8 TO RETURN-CODE
088000             STOP RUN
088100         END-IF
088200         ADD 1 TO VTA-ACS-CANT
088300         SET VTA-ACS-IDX TO VTA-ACS-CANT
088400         INITIALIZE VTA-ACS-ENTRADA (VTA-ACS-IDX)
088500         MOVE VTA-SIM-SUCURSAL TO VTA-ACS-SUCURSAL (VTA-ACS-IDX)
088600     ELSE
088666*LA BUSQUEDA DEJA EL INDICE UNO MAS ALLA DE LA HALLADA.
088733         SET VTA-ACS-IDX DOWN BY 1
088800     END-IF.
088900
088953     ADD VTA-SIM-SIGNO
089006         TO VTA-ACS-CANT-VENTAS (VTA-ACS-IDX).
089060     ADD VTA-AUD-DESCUENTO
089113         TO VTA-ACS-DESC-REAL (VTA-ACS-IDX).
089166     ADD VTA-SIM-DESCUENTO
089220         TO VTA-ACS-DESC-SIM (VTA-ACS-IDX).
089273     ADD VTA-AUD-IVA-IMPORTE
089326         TO VTA-ACS-IVA-REAL (VTA-ACS-IDX).
089380     ADD VTA-SIM-IVA
089433         TO VTA-ACS-IVA-SIM (VTA-ACS-IDX).
089486     ADD VTA-AUD-TOTAL-COBRAR
089540         TO VTA-ACS-COBRO-REAL (VTA-ACS-IDX).
089593     ADD VTA-SIM-COBRO
089646         TO VTA-ACS-COBRO-SIM (VTA-ACS-IDX).
089700
089800     ADD VTA-SIM-SIGNO         TO VTA-GEN-CANT-VENTAS.
089900     ADD VTA-AUD-DESCUENTO     TO VTA-GEN-DESC-REAL.
090000     ADD VTA-SIM-DESCUENTO     TO VTA-GEN-DESC-SIM.
090100     ADD VTA-AUD-IVA-IMPORTE   TO VTA-GEN-IVA-REAL.
090200     ADD VTA-SIM-IVA           TO VTA-GEN-IVA-SIM.
090300     ADD VTA-AUD-TOTAL-COBRAR  TO VTA-GEN-COBRO-REAL.
090400     ADD VTA-SIM-COBRO         TO VTA-GEN-COBRO-SIM.
090500
090600 2600-EXIT.
090700     EXIT.
090800
090900 2610-BUSCAR-SUCURSAL.
091000
091100     IF VTA-SIM-SUCURSAL = VTA-ACS-SUCURSAL (VTA-ACS-IDX)
091200         SET VTA-SUC-ENCONTRADA TO TRUE
091300     END-IF.
091400
091500 2610-EXIT.
091600     EXIT.
091700
091800******************************************************************
091900*8000-IMPRIMIR-REPORTE: CUADRO POR TRAMO CANDIDATO, CUADRO POR
092000*SUCURSAL, TOTAL GENERAL Y CONTADORES DE LA CORRIDA.
092100******************************************************************
092200 8000-IMPRIMIR-REPORTE.
092300
092400     MOVE VTA-FECHA-DESDE TO VTA-LT-DESDE.
092500     MOVE VTA-FECHA-HASTA TO VTA-LT-HASTA.
092600     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TITULO.
092700
092800     MOVE SPACES TO VTA-REPORT-LINE.
092900     WRITE VTA-REPORT-LINE.
093000     MOVE "POR TRAMO DE LA TABLA CANDIDATA (SIN OVERRIDES)"
093100                           TO VTA-LSC-TEXTO.
093200     WRITE VTA-REPORT-LINE FROM VTA-LINEA-SECCION.
093300     WRITE VTA-REPORT-LINE FROM VTA-LINEA-COLUMNAS.
093400
093500     PERFORM 8100-IMPRIMIR-TRAMO THRU 8100-EXIT
093600         VARYING VTA-ACT-IDX FROM 1 BY 1
093700         UNTIL VTA-ACT-IDX > 3.
093800
093900     MOVE SPACES TO VTA-REPORT-LINE.
094000     WRITE VTA-REPORT-LINE.
094100     MOVE "POR SUCURSAL (CON OVERRIDES, SIN CAMBIO)"
094200                           TO VTA-LSC-TEXTO.
094300     WRITE VTA-REPORT-LINE FROM VTA-LINEA-SECCION.
094400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-COLUMNAS.
094500
094600     PERFORM 8200-IMPRIMIR-SUCURSAL THRU 8200-EXIT
094700         VARYING VTA-ACS-IDX FROM 1 BY 1
094800         UNTIL VTA-ACS-IDX > VTA-ACS-CANT.
094900
095000     MOVE SPACES TO VTA-REPORT-LINE.
095100     WRITE VTA-REPORT-LINE.
095200     MOVE VTA-ACUM-GENERAL TO VTA-ACUM-GRUPO.
095300     MOVE "TOTAL GENERAL " TO VTA-LG-ROTULO.
095400     MOVE SPACES           TO VTA-LG-CLAVE.
095500     PERFORM 8500-IMPRIMIR-GRUPO THRU 8500-EXIT.
095600
095700     MOVE SPACES TO VTA-REPORT-LINE.
095800     WRITE VTA-REPORT-LINE.
095900
096000     MOVE "REGISTROS DE AUDITORIA LEIDOS EN EL RANGO:"
096100                           TO VTA-LC-TEXTO.
096200     MOVE VTA-CANT-LEIDOS  TO VTA-LC-CANT.
096300     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CONTADOR.
096400
096500     MOVE "RECALCULADOS CON LAS TABLAS CANDIDATAS:"
096600                           TO VTA-LC-TEXTO.
096700     MOVE VTA-CANT-SIMULADAS TO VTA-LC-CANT.
096800     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CONTADOR.
096900
097000     MOVE "OVERRIDES DE SUPERVISOR (SIN CAMBIO):"
097100                           TO VTA-LC-TEXTO.
097200     MOVE VTA-CANT-OVERRIDES TO VTA-LC-CANT.
097300     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CONTADOR.
097400
097500     MOVE "VENTAS QUE LA TABLA CANDIDATA RECHAZARIA:"
097600                           TO VTA-LC-TEXTO.
097700     MOVE VTA-CANT-RECHAZADAS TO VTA-LC-CANT.
097800     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CONTADOR.
097900
098000     MOVE VTA-IMP-RECHAZADAS TO VTA-LR-IMPORTE.
098100     WRITE VTA-REPORT-LINE FROM VTA-LINEA-RECHAZO.
098200
098300 8000-EXIT.
098400     EXIT.
098500
098600 8100-IMPRIMIR-TRAMO.
098700
098800     MOVE VTA-ACT-ENTRADA (VTA-ACT-IDX) TO VTA-ACUM-GRUPO.
098900     MOVE "TRAMO         " TO VTA-LG-ROTULO.
099000     MOVE SPACES           TO VTA-LG-CLAVE.
099100     SET VTA-SIM-TIER      TO VTA-ACT-IDX.
099200     MOVE VTA-SIM-TIER     TO VTA-LG-CLAVE (1:2).
099300     PERFORM 8500-IMPRIMIR-GRUPO THRU 8500-EXIT.
099400
099500 8100-EXIT.
099600     EXIT.
099700
099800 8200-IMPRIMIR-SUCURSAL.
099900
100000     MOVE VTA-ACS-CANT-VENTAS (VTA-ACS-IDX)
100100                           TO VTA-GRP-CANT-VENTAS.
100200     MOVE VTA-ACS-DESC-REAL (VTA-ACS-IDX)  TO VTA-GRP-DESC-REAL.
100300     MOVE VTA-ACS-DESC-SIM (VTA-ACS-IDX)   TO VTA-GRP-DESC-SIM.
100400     MOVE VTA-ACS-IVA-REAL (VTA-ACS-IDX)   TO VTA-GRP-IVA-REAL.
100500     MOVE VTA-ACS-IVA-SIM (VTA-ACS-IDX)    TO VTA-GRP-IVA-SIM.
100600     MOVE VTA-ACS-COBRO-REAL (VTA-ACS-IDX) TO VTA-GRP-COBRO-REAL.
100700     MOVE VTA-ACS-COBRO-SIM (VTA-ACS-IDX)  TO VTA-GRP-COBRO-SIM.
100800     MOVE "SUCURSAL      " TO VTA-LG-ROTULO.
100900     MOVE VTA-ACS-SUCURSAL (VTA-ACS-IDX) TO VTA-LG-CLAVE.
101000     PERFORM 8500-IMPRIMIR-GRUPO THRU 8500-EXIT.
101100
101200 8200-EXIT.
101300     EXIT.
101400
101500******************************************************************
101600*8500-IMPRIMIR-GRUPO: IMPRIME UN GRUPO YA CARGADO EN
101700*VTA-ACUM-GRUPO: LA CANTIDAD DE VENTAS Y LAS TRES LINEAS DE
101800*REAL / SIMULADO / DIFERENCIA.
101900******************************************************************
102000 8500-IMPRIMIR-GRUPO.
102100
102200     MOVE VTA-GRP-CANT-VENTAS TO VTA-LG-CANT.
102300     WRITE VTA-REPORT-LINE FROM VTA-LINEA-GRUPO.
102400
102500     MOVE "DESCUENTO"         TO VTA-LI-CONCEPTO.
102600     MOVE VTA-GRP-DESC-REAL   TO VTA-LI-REAL.
102700     MOVE VTA-GRP-DESC-SIM    TO VTA-LI-SIM.
102800     COMPUTE VTA-LI-DIF = VTA-GRP-DESC-SIM - VTA-GRP-DESC-REAL.
102900     WRITE VTA-REPORT-LINE FROM VTA-LINEA-IMPORTES.
103000
103100     MOVE "IVA"               TO VTA-LI-CONCEPTO.
103200     MOVE VTA-GRP-IVA-REAL    TO VTA-LI-REAL.
103300     MOVE VTA-GRP-IVA-SIM     TO VTA-LI-SIM.
103400     COMPUTE VTA-LI-DIF = VTA-GRP-IVA-SIM - VTA-GRP-IVA-REAL.
103500     WRITE VTA-REPORT-LINE FROM VTA-LINEA-IMPORTES.
103600
103700     MOVE "TOTAL COBRADO"     TO VTA-LI-CONCEPTO.
103800     MOVE VTA-GRP-COBRO-REAL  TO VTA-LI-REAL.
103900     MOVE VTA-GRP-COBRO-SIM   TO VTA-LI-SIM.
104000     COMPUTE VTA-LI-DIF = VTA-GRP-COBRO-SIM - VTA-GRP-COBRO-REAL.
104100     WRITE VTA-REPORT-LINE FROM VTA-LINEA-IMPORTES.
104200
104300 8500-EXIT.
104400     EXIT.
104500
104600 9000-FINALIZAR.
104700
104800     CLOSE AUDIT-LOG-FILE.
104900     CLOSE CLIENTE-MASTER-FILE.
105000     CLOSE SIM-REPORT-FILE.
105100
105200     DISPLAY "VTA6300 - REGISTROS LEIDOS    : " VTA-CANT-LEIDOS.
105266     DISPLAY "VTA6300 - VENTAS RECALCULADAS : "
105333         VTA-CANT-SIMULADAS.
105400     DISPLAY "VTA6300 - RECHAZADAS SIMULADAS: "
105500         VTA-CANT-RECHAZADAS.
105600
105700 9000-EXIT.
105800     EXIT.
105900
106000 END PROGRAM VTA6300.

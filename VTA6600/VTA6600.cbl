000100******************************************************************
000200*REPORTE DE PREVENCION DE PERDIDAS POR CAJERO Y SUPERVISOR, PARA
000300*AUDITORIA INTERNA. PARA UNA SEMANA (LOS SIETE DIAS QUE TERMINAN
000400*EN LA FECHA DE NEGOCIO) O UN MES (EL DE LA FECHA DE NEGOCIO)
000500*CUENTA Y VALORIZA POR PERSONA LOS EVENTOS DE RIESGO:
000600*  OVR - OVERRIDES DE DESCUENTO (IMPORTE: DESCUENTO OTORGADO POR
000700*        ENCIMA DEL QUE CORRESPONDIA POR TRAMO)
000800*  REV - REVERSOS POSTEADOS CON VTA0700
000900*  DEV - DEVOLUCIONES TOMADAS EN LA CAJA
001000*  PRE - RECHAZOS POR IMPORTE INCONSISTENTE CON EL PRECIO (11)
001100*  DUP - RECHAZOS POR CLAVE DE TRANSACCION DUPLICADA (10)
001200*  SAL - TRANSACCIONES FALTANTES EN LOS SALTOS DE SECUENCIA
001300*LOS TRES PRIMEROS SALEN DEL LOG DE AUDITORIA Y LOS TRES ULTIMOS
001400*DEL ARCHIVO PREVEVT QUE DEJA EJERCICIO5 (NO LLEGAN AL LOG).
001500*
001600*EL CAJERO RESPONDE POR TODOS LOS EVENTOS DE SUS VENTAS (EN UN
001700*REVERSO, EL CAJERO DE LA VENTA ORIGINAL); EL SUPERVISOR POR LOS
001800*OVERRIDES QUE AUTORIZO Y LOS REVERSOS QUE POSTEO. LA TASA ES
001900*EVENTOS CADA 100 TICKETS: LOS DEL PROPIO CAJERO O, PARA UN
002000*SUPERVISOR, LOS DE SU SUCURSAL. CADA TASA SE COMPARA CONTRA LA
002100*MEDIA DE LA SUCURSAL PARA EL MISMO ROL Y SE MARCA CON *** CUANDO
002200*LA SUPERA EN EL PORCENTAJE DEL PARAMETRO (POR OMISION 200%, EL
002300*DOBLE). CIERRA CON EL RANKING DE LAS VEINTE PERSONAS MAS ALEJADAS
002400*DE LA MEDIA DE SU SUCURSAL.
002500*
002600*PARAMETRO PREVPARM (OPCIONAL): POSICION 1 EL PERIODO ("S" SEMANA,
002700*"M" MES; POR OMISION "S"), POSICIONES 2-4 EL UMBRAL EN
002800*PORCENTAJE.
002900*CORRE LOS LUNES (SEMANA) Y AL CIERRE DEL MES, FUERA DE LA CADENA
003000*NOCTURNA.
003100******************************************************************
003200*MODIFICACIONES:
003300*2026-10-15 NF  PROGRAMA ORIGINAL.
003400******************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. VTA6600.
003700 AUTHOR. N. FEDIUK.
003800 INSTALLATION. PERFUMERIA - SISTEMAS.
003900 DATE-WRITTEN. 2026-10-15.
004000 DATE-COMPILED. 2026-10-15.
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS VTA-AUD-KEY
004900         FILE STATUS IS VTA-AUDIT-STATUS.
005000
005100     SELECT OPTIONAL PREV-EVENTO-FILE ASSIGN TO "PREVEVT"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS VTA-PREVEV-STATUS.
005400
005500     SELECT TERMINAL-MASTER-FILE ASSIGN TO "TERMINAM"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS VTA-TERMTR-STATUS.
005800
005900     SELECT PREV-REPORT-FILE ASSIGN TO "PREVRPT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS VTA-REPORT-STATUS.
006200
006300     SELECT OPTIONAL PREV-PARM-FILE ASSIGN TO "PREVPARM"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS VTA-PPRM-STATUS.
006600
006700     SELECT OPTIONAL FECHA-PARM-FILE ASSIGN TO "FECHAPRM"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS VTA-FPRM-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  AUDIT-LOG-FILE
007400     RECORDING MODE IS F.
007500     COPY VTAAUDIT.
007600
007700 FD  PREV-EVENTO-FILE
007800     RECORDING MODE IS F.
007900     COPY VTAPEVT.
008000
008100 FD  TERMINAL-MASTER-FILE
008200     RECORDING MODE IS F.
008300     COPY VTATERM.
008400
008500 FD  PREV-REPORT-FILE.
008600 01  VTA-REPORT-LINE                 PIC X(80).
008700
008800 FD  PREV-PARM-FILE
008900     RECORDING MODE IS F.
009000 01  VTA-PREV-PARM-RECORD.
009100     05  VTA-PPR-PERIODO             PIC X(01).
009200         88  VTA-PPR-SEMANAL         VALUE "S".
009300         88  VTA-PPR-MENSUAL         VALUE "M".
009400     05  VTA-PPR-UMBRAL              PIC 9(03).
009500     05  FILLER                      PIC X(76).
009600
009700 FD  FECHA-PARM-FILE
009800     RECORDING MODE IS F.
009900 01  VTA-FECHA-PARM-RECORD.
010000     05  VTA-FPRM-FECHA              PIC 9(08).
010100     05  FILLER                      PIC X(72).
010200
010300 WORKING-STORAGE SECTION.
010400
010500 01  VTA-FPRM-STATUS                 PIC X(02).
010600     88  VTA-FPRM-OK                 VALUE "00".
010700
010800 01  VTA-PPRM-STATUS                 PIC X(02).
010900     88  VTA-PPRM-OK                 VALUE "00".
011000
011100 01  VTA-AUDIT-STATUS                PIC X(02).
011200     88  VTA-AUDIT-OK                VALUE "00".
011300
011400 01  VTA-PREVEV-STATUS               PIC X(02).
011500     88  VTA-PREVEV-OK               VALUE "00".
011600
011700 01  VTA-TERMTR-STATUS               PIC X(02).
011800     88  VTA-TERMTR-OK               VALUE "00".
011900
012000 01  VTA-REPORT-STATUS               PIC X(02).
012100     88  VTA-REPORT-OK               VALUE "00".
012200
012300 01  VTA-SWITCHES.
012400     05  VTA-SW-FIN-AUDIT            PIC X(01) VALUE "N".
012500         88  VTA-FIN-AUDIT           VALUE "S".
012600     05  VTA-SW-FIN-EVENTOS          PIC X(01) VALUE "N".
012700         88  VTA-FIN-EVENTOS         VALUE "S".
012800     05  VTA-SW-FIN-TERMINALES       PIC X(01) VALUE "N".
012900         88  VTA-FIN-TERMINALES      VALUE "S".
013000     05  VTA-SW-ENCONTRADO           PIC X(01) VALUE "N".
013100         88  VTA-ENCONTRADO          VALUE "S".
013200
013300 77  VTA-UMBRAL-OMISION              PIC 9(03) VALUE 200.
013400 77  VTA-RANK-TOPE                   PIC 9(03) COMP VALUE 20.
013500
013600 01  VTA-FECHA-PROCESO               PIC 9(08).
013700 01  VTA-PERIODO                     PIC X(01).
013800     88  VTA-PERIODO-SEMANAL         VALUE "S".
013900     88  VTA-PERIODO-MENSUAL         VALUE "M".
014000 01  VTA-UMBRAL                      PIC 9(03).
014100
014200 01  VTA-PERIODO-DESDE               PIC 9(08).
014300 01  VTA-PERIODO-DESDE-R REDEFINES VTA-PERIODO-DESDE.
014400     05  VTA-PDE-ANIO-MES            PIC 9(06).
014500     05  VTA-PDE-DIA                 PIC 9(02).
014600 01  VTA-PERIODO-HASTA               PIC 9(08).
014700 01  VTA-PERIODO-HASTA-R REDEFINES VTA-PERIODO-HASTA.
014800     05  VTA-PHA-ANIO-MES            PIC 9(06).
014900     05  VTA-PHA-DIA                 PIC 9(02).
015000
015100 COPY VTAFCHP.
015200
015300*TERMINALES DEL MAESTRO, PARA UBICAR LA SUCURSAL DE CADA EVENTO.
015400 01  VTA-TABLA-TERMINALES.
015500     05  VTA-TRM-CANT                PIC 9(03) COMP VALUE ZERO.
015600     05  VTA-TRM-ENTRADA OCCURS 100 TIMES
015700                         INDEXED BY VTA-TRM-IDX.
015800         10  VTA-TRM-ID              PIC X(05).
015900         10  VTA-TRM-SUC-COD         PIC X(03).
016000
016100*PERSONAS DEL PERIODO. VTA-TPR-ROL "C" CAJERO, "S" SUPERVISOR (LA
016200*MISMA PERSONA PUEDE TENER LAS DOS ENTRADAS). LOS SEIS TIPOS DE
016300*EVENTO VAN EN EL ORDEN DEL ENCABEZADO: OVR REV DEV PRE DUP SAL.
016400 01  VTA-TABLA-PERSONAS.
016500     05  VTA-TPR-CANT                PIC 9(04) COMP VALUE ZERO.
016600     05  VTA-TPR-ENTRADA OCCURS 500 TIMES
016700                         INDEXED BY VTA-TPR-IDX.
016800         10  VTA-TPR-ROL             PIC X(01).
016900             88  VTA-TPR-CAJERO      VALUE "C".
017000             88  VTA-TPR-SUPERVISOR  VALUE "S".
017100         10  VTA-TPR-ID              PIC X(08).
017200         10  VTA-TPR-SUCURSAL        PIC X(03).
017300         10  VTA-TPR-TICKETS         PIC 9(07) COMP.
017400         10  VTA-TPR-EVENTOS         PIC 9(07) COMP.
017500         10  VTA-TPR-TASA            PIC 9(05)V9(02).
017600         10  VTA-TPR-PROMEDIO        PIC 9(05)V9(02).
017700         10  VTA-TPR-RATIO           PIC S9(05)V9(02).
017800         10  VTA-TPR-MARCA           PIC X(03).
017900         10  VTA-TPR-TIPO OCCURS 6 TIMES.
018000             15  VTA-TPR-CANTIDAD    PIC 9(07) COMP.
018100             15  VTA-TPR-IMPORTE     PIC S9(09)V9(02).
018200
018300*SUCURSALES, CON LOS TICKETS DEL PERIODO Y LOS EVENTOS DE CADA ROL
018400*PARA SACAR LA MEDIA CONTRA LA QUE SE COMPARA CADA PERSONA.
018500 01  VTA-TABLA-SUCURSALES.
018600     05  VTA-TSU-CANT                PIC 9(03) COMP VALUE ZERO.
018700     05  VTA-TSU-ENTRADA OCCURS 100 TIMES
018800                         INDEXED BY VTA-TSU-IDX.
018900         10  VTA-TSU-COD             PIC X(03).
019000         10  VTA-TSU-TICKETS         PIC 9(07) COMP.
019100         10  VTA-TSU-EVENTOS-CAJ     PIC 9(07) COMP.
019200         10  VTA-TSU-EVENTOS-SUP     PIC 9(07) COMP.
019300         10  VTA-TSU-CANT-SUP        PIC 9(05) COMP.
019400         10  VTA-TSU-PROM-CAJ        PIC 9(05)V9(02).
019500         10  VTA-TSU-PROM-SUP        PIC 9(05)V9(02).
019600
019700*CLAVE DE BUSQUEDA Y EVENTO A SUMAR (LOS CARGA EL LLAMADOR).
019800 01  VTA-BUS-ROL                     PIC X(01).
019900 01  VTA-BUS-ID                      PIC X(08).
020000 01  VTA-BUS-SUCURSAL                PIC X(03).
020100 01  VTA-BUS-TERMINAL                PIC X(05).
020200 01  VTA-BUS-TIPO                    PIC 9(01).
020300 01  VTA-BUS-CANTIDAD                PIC 9(07) COMP.
020400 01  VTA-BUS-IMPORTE                 PIC S9(09)V9(02).
020500 01  VTA-BUS-TICKET                  PIC X(01).
020600     88  VTA-BUS-ES-TICKET           VALUE "S".
020700
020800 01  VTA-TIPO-IDX                    PIC 9(01) COMP.
020900 01  VTA-BASE-TICKETS                PIC 9(07) COMP.
021000 01  VTA-TASA-CALC                   PIC 9(07)V9(02).
021100 01  VTA-SW-SUC-IMPRESA              PIC X(01).
021150     88  VTA-SUC-IMPRESA             VALUE "S".
021200
021300 01  VTA-CONTADORES.
021400     05  VTA-CANT-AUDIT              PIC 9(07) COMP VALUE ZERO.
021500     05  VTA-CANT-EVENTOS            PIC 9(07) COMP VALUE ZERO.
021600     05  VTA-CANT-SIN-LEGAJO         PIC 9(07) COMP VALUE ZERO.
021700     05  VTA-CANT-MARCADOS           PIC 9(05) COMP VALUE ZERO.
021800
021900 01  VTA-RANK-EMITIDOS               PIC 9(03) COMP VALUE ZERO.
022000 01  VTA-RANK-MEJOR-NDX              PIC 9(04) COMP VALUE ZERO.
022100 01  VTA-RANK-MEJOR-VALOR            PIC S9(05)V9(02).
022200
022300*LINEAS DE IMPRESION.
022400 01  VTA-LINEA-TITULO.
022500     05  FILLER                      PIC X(32)
022600         VALUE "PREVENCION DE PERDIDAS - PERIODO".
022700     05  FILLER                      PIC X(01) VALUE SPACES.
022800     05  VTA-LT-PERIODO              PIC X(06).
022900     05  FILLER                      PIC X(06) VALUE " DEL ".
023000     05  VTA-LT-DESDE                PIC 9(08).
023100     05  FILLER                      PIC X(04) VALUE " AL ".
023200     05  VTA-LT-HASTA                PIC 9(08).
023300     05  FILLER                      PIC X(09) VALUE " UMBRAL: ".
023400     05  VTA-LT-UMBRAL               PIC ZZ9.
023500     05  FILLER                      PIC X(01) VALUE "%".
023600
023700 01  VTA-LINEA-SECCION.
023800     05  FILLER                      PIC X(05) VALUE "*** ".
023900     05  VTA-LS-TITULO               PIC X(40).
024000
024100 01  VTA-LINEA-SUCURSAL.
024200     05  FILLER                      PIC X(10) VALUE "SUCURSAL: ".
024300     05  VTA-LU-SUCURSAL             PIC X(03).
024400     05  FILLER                      PIC X(12)
024500         VALUE "   TICKETS: ".
024600     05  VTA-LU-TICKETS              PIC Z,ZZZ,ZZ9.
024700     05  FILLER                      PIC X(15)
024800         VALUE "   TASA MEDIA: ".
024900     05  VTA-LU-PROMEDIO             PIC ZZ,ZZ9.99.
025000
025100 01  VTA-LINEA-PERSONA.
025200     05  FILLER                      PIC X(02) VALUE SPACES.
025300     05  VTA-LP-ID                   PIC X(08).
025400     05  FILLER                      PIC X(09) VALUE " TICKETS:".
025500     05  VTA-LP-TICKETS              PIC Z,ZZZ,ZZ9.
025600     05  FILLER                      PIC X(09) VALUE " EVENTOS:".
025700     05  VTA-LP-EVENTOS              PIC ZZ,ZZ9.
025800     05  FILLER                      PIC X(06) VALUE " TASA:".
025900     05  VTA-LP-TASA                 PIC ZZ,ZZ9.99.
026000     05  FILLER                      PIC X(06) VALUE " PROM:".
026100     05  VTA-LP-PROMEDIO             PIC ZZ,ZZ9.99.
026200     05  FILLER                      PIC X(01) VALUE SPACES.
026300     05  VTA-LP-MARCA                PIC X(03).
026400
026500 01  VTA-LINEA-CANTIDADES.
026600     05  FILLER                      PIC X(04) VALUE SPACES.
026700     05  VTA-LQ-CELDA OCCURS 6 TIMES.
026800         10  VTA-LQ-TIPO             PIC X(04).
026900         10  VTA-LQ-CANTIDAD         PIC ZZ,ZZ9.
027000         10  FILLER                  PIC X(02).
027100
027200 01  VTA-LINEA-IMPORTES.
027300     05  FILLER                      PIC X(04) VALUE SPACES.
027400     05  VTA-LM-CELDA OCCURS 6 TIMES.
027500         10  VTA-LM-IMPORTE          PIC -ZZZ,ZZ9.99.
027600         10  FILLER                  PIC X(01).
027700
027800 01  VTA-NOMBRES-TIPOS.
027900     05  FILLER                      PIC X(24)
028000         VALUE "OVR:REV:DEV:PRE:DUP:SAL:".
028100 01  VTA-NOMBRES-TIPOS-R REDEFINES VTA-NOMBRES-TIPOS.
028200     05  VTA-NTP-NOMBRE OCCURS 6 TIMES PIC X(04).
028300
028400 01  VTA-LINEA-RANK-TIT.
028500     05  FILLER                      PIC X(40)
028600         VALUE "  N  ROL  LEGAJO   SUC EVENTOS     TASA ".
028700     05  FILLER                      PIC X(30)
028800         VALUE "     PROM  VECES".
028900
029000 01  VTA-LINEA-RANKING.
029100     05  VTA-LR-POSICION             PIC ZZ9.
029200     05  FILLER                      PIC X(04) VALUE SPACES.
029300     05  VTA-LR-ROL                  PIC X(01).
029400     05  FILLER                      PIC X(02) VALUE SPACES.
029500     05  VTA-LR-ID                   PIC X(08).
029600     05  FILLER                      PIC X(01) VALUE SPACES.
029700     05  VTA-LR-SUCURSAL             PIC X(03).
029800     05  FILLER                      PIC X(02) VALUE SPACES.
029900     05  VTA-LR-EVENTOS              PIC ZZ,ZZ9.
030000     05  FILLER                      PIC X(01) VALUE SPACES.
030100     05  VTA-LR-TASA                 PIC ZZ,ZZ9.99.
030200     05  FILLER                      PIC X(01) VALUE SPACES.
030300     05  VTA-LR-PROMEDIO             PIC ZZ,ZZ9.99.
030400     05  FILLER                      PIC X(01) VALUE SPACES.
030500     05  VTA-LR-RATIO                PIC ZZ9.99.
030600     05  FILLER                      PIC X(01) VALUE SPACES.
030700     05  VTA-LR-MARCA                PIC X(03).
030800
030900 PROCEDURE DIVISION.
031000
031100 0000-MAINLINE.
031200
031300     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
031400
031500     PERFORM 2000-RECORRER-AUDITORIA THRU 2000-EXIT.
031600
031700     PERFORM 3000-RECORRER-EVENTOS THRU 3000-EXIT.
031800
031900     PERFORM 4000-CALCULAR-TASAS THRU 4000-EXIT.
032000
032100     MOVE "C" TO VTA-BUS-ROL.
032200     MOVE "CAJEROS POR SUCURSAL" TO VTA-LS-TITULO.
032300     PERFORM 6000-IMPRIMIR-ROL THRU 6000-EXIT.
032400
032500     MOVE "S" TO VTA-BUS-ROL.
032600     MOVE "SUPERVISORES POR SUCURSAL" TO VTA-LS-TITULO.
032700     PERFORM 6000-IMPRIMIR-ROL THRU 6000-EXIT.
032800
032900     PERFORM 7000-IMPRIMIR-RANKING THRU 7000-EXIT.
033000
033100     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
033200
033300     STOP RUN.
033400
033500 1000-INICIALIZAR.
033600
033700     PERFORM 1250-OBTENER-FECHA-NEGOCIO THRU 1250-EXIT.
033800     PERFORM 1300-LEER-PARAMETRO THRU 1300-EXIT.
033900     PERFORM 1400-CALCULAR-PERIODO THRU 1400-EXIT.
034000
034100     OPEN INPUT TERMINAL-MASTER-FILE.
034200     IF NOT VTA-TERMTR-OK
034300         DISPLAY "VTA6600 - NO SE PUDO ABRIR TERMINAL-MASTER-"
034400                 "FILE. ESTADO: " VTA-TERMTR-STATUS
034500         MOVE 8 TO RETURN-CODE
034600         STOP RUN
034700     END-IF.
034800     PERFORM 1500-CARGAR-TERMINALES THRU 1500-EXIT.
034900     CLOSE TERMINAL-MASTER-FILE.
035000
035100     OPEN OUTPUT PREV-REPORT-FILE.
035200
035300     IF VTA-PERIODO-MENSUAL
035400         MOVE "MENSUAL" TO VTA-LT-PERIODO
035500     ELSE
035600         MOVE "SEMANA" TO VTA-LT-PERIODO
035700     END-IF.
035800     MOVE VTA-PERIODO-DESDE TO VTA-LT-DESDE.
035900     MOVE VTA-PERIODO-HASTA TO VTA-LT-HASTA.
036000     MOVE VTA-UMBRAL        TO VTA-LT-UMBRAL.
036100     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TITULO.
036200
036300 1000-EXIT.
036400     EXIT.
036500
036600******************************************************************
036700*1250-OBTENER-FECHA-NEGOCIO: LEE LA FECHA DE NEGOCIO DEL
036800*PARAMETRO FECHAPRM (EL MISMO DEL RESTO DE LA CADENA). SIN
036900*PARAMETRO SE USA LA FECHA DEL SISTEMA, CON AVISO.
037000******************************************************************
037100 1250-OBTENER-FECHA-NEGOCIO.
037200
037300     MOVE ZERO TO VTA-FECHA-PROCESO.
037400
037500     OPEN INPUT FECHA-PARM-FILE.
037600     IF VTA-FPRM-OK
037700         READ FECHA-PARM-FILE
037800             AT END
037900                 CONTINUE
038000         END-READ
038100         IF VTA-FPRM-OK AND VTA-FPRM-FECHA > 0
038200             MOVE VTA-FPRM-FECHA TO VTA-FECHA-PROCESO
038300         END-IF
038400         CLOSE FECHA-PARM-FILE
038500     END-IF.
038600
038700     IF VTA-FECHA-PROCESO = ZERO
038800         ACCEPT VTA-FECHA-PROCESO FROM DATE YYYYMMDD
038900         DISPLAY "VTA6600 - AVISO: SIN FECHA DE NEGOCIO "
039000                 "(FECHAPRM). SE USA LA FECHA DEL SISTEMA."
039100     END-IF.
039200
039300 1250-EXIT.
039400     EXIT.
039500
039600******************************************************************
039700*1300-LEER-PARAMETRO: PERIODO Y UMBRAL DE PREVPARM. SIN PARAMETRO,
039800*O CON UN VALOR QUE NO CORRESPONDE, RIGEN SEMANA Y 200%.
039900******************************************************************
040000 1300-LEER-PARAMETRO.
040100
040200     MOVE "S"                TO VTA-PERIODO.
040300     MOVE VTA-UMBRAL-OMISION TO VTA-UMBRAL.
040400
040500     OPEN INPUT PREV-PARM-FILE.
040600     IF NOT VTA-PPRM-OK
040700         GO TO 1300-EXIT
040800     END-IF.
040900
041000     READ PREV-PARM-FILE
041100         AT END
041200             CLOSE PREV-PARM-FILE
041300             GO TO 1300-EXIT
041400     END-READ.
041500
041600     IF VTA-PPR-SEMANAL OR VTA-PPR-MENSUAL
041700         MOVE VTA-PPR-PERIODO TO VTA-PERIODO
041800     ELSE
041900         DISPLAY "VTA6600 - AVISO: PERIODO INVALIDO EN PREVPARM ("
042000                 VTA-PPR-PERIODO "). SE INFORMA LA SEMANA."
042100     END-IF.
042200
042300     IF VTA-PPR-UMBRAL IS NUMERIC AND VTA-PPR-UMBRAL > 100
042400         MOVE VTA-PPR-UMBRAL TO VTA-UMBRAL
042500     END-IF.
042600
042700     CLOSE PREV-PARM-FILE.
042800
042900 1300-EXIT.
043000     EXIT.
043100
043200******************************************************************
043300*1400-CALCULAR-PERIODO: LA SEMANA SON LOS SIETE DIAS QUE TERMINAN
043400*EN LA FECHA DE NEGOCIO; EL MES VA DEL 01 AL 31 DEL MES DE LA
043500*FECHA (EL TOPE 31 SOLO SIRVE DE COMPARACION, NO HACE FALTA QUE
043600*EXISTA).
043700******************************************************************
043800 1400-CALCULAR-PERIODO.
043900
044000     MOVE VTA-FECHA-PROCESO TO VTA-PERIODO-HASTA.
044100
044200     IF VTA-PERIODO-MENSUAL
044300         MOVE VTA-FECHA-PROCESO TO VTA-PERIODO-DESDE
044400         MOVE 01                TO VTA-PDE-DIA
044500         MOVE 31                TO VTA-PHA-DIA
044600         GO TO 1400-EXIT
044700     END-IF.
044800
044900     SET VTA-FCH-AGREGAR TO TRUE.
045000     MOVE VTA-FECHA-PROCESO TO VTA-FCH-FECHA-1.
045100     MOVE -6                TO VTA-FCH-DIAS.
045200     CALL "VTAFECHA" USING VTA-FECHA-PARMS.
045300     IF VTA-FCH-ERROR
045400         DISPLAY "VTA6600 - FECHA DE NEGOCIO INVALIDA: "
045500                 VTA-FECHA-PROCESO
045600         MOVE 8 TO RETURN-CODE
045700         STOP RUN
045800     END-IF.
045900     MOVE VTA-FCH-FECHA-2 TO VTA-PERIODO-DESDE.
046000
046100 1400-EXIT.
046200     EXIT.
046300
046400 1500-CARGAR-TERMINALES.
046500
046600     READ TERMINAL-MASTER-FILE
046700         AT END
046800             SET VTA-FIN-TERMINALES TO TRUE
046900     END-READ.
047000
047100     PERFORM 1510-AGREGAR-TERMINAL THRU 1510-EXIT
047200         UNTIL VTA-FIN-TERMINALES.
047300
047400 1500-EXIT.
047500     EXIT.
047600
047700 1510-AGREGAR-TERMINAL.
047800
047900     IF VTA-TRM-CANT >= 100
048000         DISPLAY "VTA6600 - TABLA DE TERMINALES LLENA "
048100                 "(MAXIMO 100). AGRANDAR LA TABLA."
048200         MOVE 8 TO RETURN-CODE
048300         STOP RUN
048400     END-IF.
048500
048600     ADD 1 TO VTA-TRM-CANT.
048700     SET VTA-TRM-IDX TO VTA-TRM-CANT.
048800     MOVE VTA-TER-TERMINAL-ID  TO VTA-TRM-ID (VTA-TRM-IDX).
048900     MOVE VTA-TER-SUCURSAL-COD TO VTA-TRM-SUC-COD (VTA-TRM-IDX).
049000
049100     READ TERMINAL-MASTER-FILE
049200         AT END
049300             SET VTA-FIN-TERMINALES TO TRUE
049400     END-READ.
049500
049600 1510-EXIT.
049700     EXIT.
049800
049900******************************************************************
050000*2000-RECORRER-AUDITORIA: SE POSICIONA POR INDICE EN LA PRIMERA
050100*VENTA DEL PERIODO Y LEE HASTA PASAR SU ULTIMO DIA.
050200******************************************************************
050300 2000-RECORRER-AUDITORIA.
050400
050500     OPEN INPUT AUDIT-LOG-FILE.
050600     IF NOT VTA-AUDIT-OK
050700         DISPLAY "VTA6600 - NO SE PUDO ABRIR AUDIT-LOG-FILE. "
050800                 "ESTADO: " VTA-AUDIT-STATUS
050900         MOVE 8 TO RETURN-CODE
051000         STOP RUN
051100     END-IF.
051200
051300     MOVE LOW-VALUES        TO VTA-AUD-KEY.
051400     MOVE VTA-PERIODO-DESDE TO VTA-AUD-TRANS-FECHA.
051500     START AUDIT-LOG-FILE KEY IS NOT LESS THAN VTA-AUD-KEY
051600         INVALID KEY
051700             SET VTA-FIN-AUDIT TO TRUE
051800     END-START.
051900
052000     PERFORM 2100-ACUMULAR-AUDITORIA THRU 2100-EXIT
052100         UNTIL VTA-FIN-AUDIT.
052200
052300     CLOSE AUDIT-LOG-FILE.
052400
052500 2000-EXIT.
052600     EXIT.
052700
052800******************************************************************
052900*2100-ACUMULAR-AUDITORIA: UNA VENTA (NORMAL U OVERRIDE) ES UN
053000*TICKET DEL CAJERO Y DE LA SUCURSAL; EL OVERRIDE ADEMAS ES EVENTO
053100*DEL CAJERO Y DEL SUPERVISOR QUE LO AUTORIZO. LA DEVOLUCION ES
053200*EVENTO DEL CAJERO. EL REVERSO LLEVA EN LA TERMINAL EL USUARIO DE
053300*VTA0700, ASI QUE SE IMPUTA A LA SUCURSAL DEL CAJERO ORIGINAL.
053400******************************************************************
053500 2100-ACUMULAR-AUDITORIA.
053600
053700     READ AUDIT-LOG-FILE NEXT
053800         AT END
053900             SET VTA-FIN-AUDIT TO TRUE
054000             GO TO 2100-EXIT
054100     END-READ.
054200
054300     IF VTA-AUD-TRANS-FECHA > VTA-PERIODO-HASTA
054400         SET VTA-FIN-AUDIT TO TRUE
054500         GO TO 2100-EXIT
054600     END-IF.
054700
054800     ADD 1 TO VTA-CANT-AUDIT.
054900
055000     MOVE "N" TO VTA-BUS-TICKET.
055100     MOVE ZERO TO VTA-BUS-TIPO.
055200     MOVE 1 TO VTA-BUS-CANTIDAD.
055300     MOVE SPACES TO VTA-BUS-SUCURSAL.
055400
055500     EVALUATE TRUE
055600         WHEN VTA-AUD-NORMAL
055700             SET VTA-BUS-ES-TICKET TO TRUE
055800         WHEN VTA-AUD-OVERRIDE
055900             SET VTA-BUS-ES-TICKET TO TRUE
056000             MOVE 1 TO VTA-BUS-TIPO
056100             COMPUTE VTA-BUS-IMPORTE ROUNDED = VTA-AUD-DESCUENTO -
056200                     VTA-AUD-IMPORTE * VTA-AUD-PORC-ORIGINAL / 100
056300         WHEN VTA-AUD-REVERSO
056400             MOVE 2 TO VTA-BUS-TIPO
056500             COMPUTE VTA-BUS-IMPORTE = VTA-AUD-TOTAL-COBRAR * -1
056600         WHEN VTA-AUD-DEVOLUCION
056700             MOVE 3 TO VTA-BUS-TIPO
056800             COMPUTE VTA-BUS-IMPORTE = VTA-AUD-TOTAL-COBRAR * -1
056900     END-EVALUATE.
057000
057100     IF NOT VTA-AUD-REVERSO
057200         MOVE VTA-AUD-TERMINAL-ID TO VTA-BUS-TERMINAL
057300         PERFORM 5000-UBICAR-SUCURSAL THRU 5000-EXIT
057400     END-IF.
057500
057600     IF VTA-BUS-ES-TICKET
057700         PERFORM 5300-UBICAR-SUC-TABLA THRU 5300-EXIT
057800         ADD 1 TO VTA-TSU-TICKETS (VTA-TSU-IDX)
057900     END-IF.
058000
058100     IF VTA-AUD-CAJERO-ID = SPACES
058200         ADD 1 TO VTA-CANT-SIN-LEGAJO
058300     ELSE
058400         MOVE "C"               TO VTA-BUS-ROL
058500         MOVE VTA-AUD-CAJERO-ID TO VTA-BUS-ID
058600         PERFORM 5100-UBICAR-PERSONA THRU 5100-EXIT
058700         IF VTA-BUS-ES-TICKET
058800             ADD 1 TO VTA-TPR-TICKETS (VTA-TPR-IDX)
058900         END-IF
059000         PERFORM 5200-SUMAR-EVENTO THRU 5200-EXIT
059100         IF VTA-AUD-REVERSO
059200             MOVE VTA-TPR-SUCURSAL (VTA-TPR-IDX)
059300                                  TO VTA-BUS-SUCURSAL
059400         END-IF
059500     END-IF.
059600
059700     IF VTA-AUD-OVERRIDE OR VTA-AUD-REVERSO
059800         IF VTA-AUD-SUPERVISOR-ID = SPACES
059900             ADD 1 TO VTA-CANT-SIN-LEGAJO
060000         ELSE
060100             MOVE "S"                   TO VTA-BUS-ROL
060200             MOVE VTA-AUD-SUPERVISOR-ID TO VTA-BUS-ID
060300             PERFORM 5100-UBICAR-PERSONA THRU 5100-EXIT
060400             PERFORM 5200-SUMAR-EVENTO THRU 5200-EXIT
060500         END-IF
060600     END-IF.
060700
060800 2100-EXIT.
060900     EXIT.
061000
061100******************************************************************
061200*3000-RECORRER-EVENTOS: PREVEVT ACUMULA TODOS LOS DIAS; SE TOMAN
061300*LOS EVENTOS CUYA TRANSACCION CAE EN EL PERIODO.
061400******************************************************************
061500 3000-RECORRER-EVENTOS.
061600
061700     OPEN INPUT PREV-EVENTO-FILE.
061800     IF NOT VTA-PREVEV-OK
061900         DISPLAY "VTA6600 - AVISO: SIN ARCHIVO PREVEVT. SE "
062000                 "INFORMA SOLO LO DEL LOG DE AUDITORIA."
062100         GO TO 3000-EXIT
062200     END-IF.
062300
062400     PERFORM 3100-ACUMULAR-EVENTO THRU 3100-EXIT
062500         UNTIL VTA-FIN-EVENTOS.
062600
062700     CLOSE PREV-EVENTO-FILE.
062800
062900 3000-EXIT.
063000     EXIT.
063100
063200 3100-ACUMULAR-EVENTO.
063300
063400     READ PREV-EVENTO-FILE
063500         AT END
063600             SET VTA-FIN-EVENTOS TO TRUE
063700             GO TO 3100-EXIT
063800     END-READ.
063900
064000     IF VTA-PEV-TRANS-FECHA < VTA-PERIODO-DESDE
064100     OR VTA-PEV-TRANS-FECHA > VTA-PERIODO-HASTA
064200         GO TO 3100-EXIT
064300     END-IF.
064400
064500     ADD 1 TO VTA-CANT-EVENTOS.
064600
064700     EVALUATE TRUE
064800         WHEN VTA-PEV-PRECIO-INCONSIS
064900             MOVE 4 TO VTA-BUS-TIPO
065000         WHEN VTA-PEV-CLAVE-DUPLICADA
065100             MOVE 5 TO VTA-BUS-TIPO
065200         WHEN VTA-PEV-SALTO-SECUENCIA
065300             MOVE 6 TO VTA-BUS-TIPO
065400         WHEN OTHER
065500             GO TO 3100-EXIT
065600     END-EVALUATE.
065700
065800     IF VTA-PEV-CAJERO-ID = SPACES
065900         ADD 1 TO VTA-CANT-SIN-LEGAJO
066000         GO TO 3100-EXIT
066100     END-IF.
066200
066300     MOVE VTA-PEV-TERMINAL-ID TO VTA-BUS-TERMINAL.
066400     PERFORM 5000-UBICAR-SUCURSAL THRU 5000-EXIT.
066500
066600     MOVE "C"               TO VTA-BUS-ROL.
066700     MOVE VTA-PEV-CAJERO-ID TO VTA-BUS-ID.
066800     MOVE VTA-PEV-CANTIDAD  TO VTA-BUS-CANTIDAD.
066900     MOVE VTA-PEV-IMPORTE   TO VTA-BUS-IMPORTE.
067000     PERFORM 5100-UBICAR-PERSONA THRU 5100-EXIT.
067100     PERFORM 5200-SUMAR-EVENTO THRU 5200-EXIT.
067200
067300 3100-EXIT.
067400     EXIT.
067500
067600******************************************************************
067700*4000-CALCULAR-TASAS: PRIMERO SE SUMAN LOS EVENTOS DE CADA PERSONA
067800*A SU SUCURSAL Y SE SACA LA MEDIA DE CADA ROL; DESPUES CADA
067900*PERSONA SE COMPARA CONTRA LA MEDIA DE SU SUCURSAL.
068000******************************************************************
068100 4000-CALCULAR-TASAS.
068200
068300     PERFORM 4100-SUMAR-A-SUCURSAL THRU 4100-EXIT
068400         VARYING VTA-TPR-IDX FROM 1 BY 1
068500         UNTIL VTA-TPR-IDX > VTA-TPR-CANT.
068600
068700     PERFORM 4200-MEDIA-SUCURSAL THRU 4200-EXIT
068800         VARYING VTA-TSU-IDX FROM 1 BY 1
068900         UNTIL VTA-TSU-IDX > VTA-TSU-CANT.
069000
069100     PERFORM 4300-TASA-PERSONA THRU 4300-EXIT
069200         VARYING VTA-TPR-IDX FROM 1 BY 1
069300         UNTIL VTA-TPR-IDX > VTA-TPR-CANT.
069400
069500 4000-EXIT.
069600     EXIT.
069700
069800 4100-SUMAR-A-SUCURSAL.
069900
070000     MOVE VTA-TPR-SUCURSAL (VTA-TPR-IDX) TO VTA-BUS-SUCURSAL.
070100     PERFORM 5300-UBICAR-SUC-TABLA THRU 5300-EXIT.
070200
070300     IF VTA-TPR-CAJERO (VTA-TPR-IDX)
070400         ADD VTA-TPR-EVENTOS (VTA-TPR-IDX)
070500             TO VTA-TSU-EVENTOS-CAJ (VTA-TSU-IDX)
070600     ELSE
070700         ADD VTA-TPR-EVENTOS (VTA-TPR-IDX)
070800             TO VTA-TSU-EVENTOS-SUP (VTA-TSU-IDX)
070900         ADD 1 TO VTA-TSU-CANT-SUP (VTA-TSU-IDX)
071000     END-IF.
071100
071200 4100-EXIT.
071300     EXIT.
071400
071500******************************************************************
071600*4200-MEDIA-SUCURSAL: LA MEDIA DE LOS CAJEROS ES EVENTOS DE
071700*CAJEROS CADA 100 TICKETS DE LA SUCURSAL; LA DE LOS SUPERVISORES
071800*ES LA DEL SUPERVISOR PROMEDIO (SUS EVENTOS DIVIDIDOS POR LA
071900*CANTIDAD DE SUPERVISORES) CONTRA LOS MISMOS TICKETS. UNA
072000*SUCURSAL SIN TICKETS EN EL PERIODO SE TOMA COMO DE UN TICKET.
072100******************************************************************
072200 4200-MEDIA-SUCURSAL.
072300
072400     MOVE VTA-TSU-TICKETS (VTA-TSU-IDX) TO VTA-BASE-TICKETS.
072500     IF VTA-BASE-TICKETS = ZERO
072600         MOVE 1 TO VTA-BASE-TICKETS
072700     END-IF.
072800
072900     COMPUTE VTA-TASA-CALC ROUNDED =
073000         VTA-TSU-EVENTOS-CAJ (VTA-TSU-IDX) * 100
073100       / VTA-BASE-TICKETS.
073200     MOVE VTA-TASA-CALC TO VTA-TSU-PROM-CAJ (VTA-TSU-IDX).
073300
073400     MOVE ZERO TO VTA-TSU-PROM-SUP (VTA-TSU-IDX).
073500     IF VTA-TSU-CANT-SUP (VTA-TSU-IDX) > ZERO
073600         COMPUTE VTA-TASA-CALC ROUNDED =
073700             VTA-TSU-EVENTOS-SUP (VTA-TSU-IDX) * 100
073800           / (VTA-BASE-TICKETS * VTA-TSU-CANT-SUP (VTA-TSU-IDX))
073900         MOVE VTA-TASA-CALC TO VTA-TSU-PROM-SUP (VTA-TSU-IDX)
074000     END-IF.
074100
074200 4200-EXIT.
074300     EXIT.
074400
074500******************************************************************
074600*4300-TASA-PERSONA: UN CAJERO SE MIDE CONTRA SUS PROPIOS TICKETS
074700*(SIN TICKETS EN EL PERIODO, COMO DE UN TICKET) Y UN SUPERVISOR
074800*CONTRA LOS DE SU SUCURSAL. VTA-TPR-RATIO ES CUANTAS VECES SUPERA
074900*LA MEDIA, Y ORDENA EL RANKING.
075000******************************************************************
075100 4300-TASA-PERSONA.
075200
075300     MOVE VTA-TPR-SUCURSAL (VTA-TPR-IDX) TO VTA-BUS-SUCURSAL.
075400     PERFORM 5300-UBICAR-SUC-TABLA THRU 5300-EXIT.
075500
075600     IF VTA-TPR-CAJERO (VTA-TPR-IDX)
075700         MOVE VTA-TPR-TICKETS (VTA-TPR-IDX) TO VTA-BASE-TICKETS
075800         MOVE VTA-TSU-PROM-CAJ (VTA-TSU-IDX)
075900                              TO VTA-TPR-PROMEDIO (VTA-TPR-IDX)
076000     ELSE
076100         MOVE VTA-TSU-TICKETS (VTA-TSU-IDX) TO VTA-BASE-TICKETS
076200         MOVE VTA-TSU-TICKETS (VTA-TSU-IDX)
076300                              TO VTA-TPR-TICKETS (VTA-TPR-IDX)
076400         MOVE VTA-TSU-PROM-SUP (VTA-TSU-IDX)
076500                              TO VTA-TPR-PROMEDIO (VTA-TPR-IDX)
076600     END-IF.
076700     IF VTA-BASE-TICKETS = ZERO
076800         MOVE 1 TO VTA-BASE-TICKETS
076900     END-IF.
077000
077100     COMPUTE VTA-TASA-CALC ROUNDED =
077200         VTA-TPR-EVENTOS (VTA-TPR-IDX) * 100 / VTA-BASE-TICKETS.
077300     MOVE VTA-TASA-CALC TO VTA-TPR-TASA (VTA-TPR-IDX).
077400
077500     MOVE SPACES TO VTA-TPR-MARCA (VTA-TPR-IDX).
077600     MOVE ZERO   TO VTA-TPR-RATIO (VTA-TPR-IDX).
077700     IF VTA-TPR-EVENTOS (VTA-TPR-IDX) = ZERO
077800     OR VTA-TPR-PROMEDIO (VTA-TPR-IDX) = ZERO
077900         GO TO 4300-EXIT
078000     END-IF.
078100
078200     COMPUTE VTA-TPR-RATIO (VTA-TPR-IDX) ROUNDED =
078300         VTA-TPR-TASA (VTA-TPR-IDX)
078400       / VTA-TPR-PROMEDIO (VTA-TPR-IDX).
078500
078600     IF VTA-TPR-TASA (VTA-TPR-IDX) * 100 >=
078700        VTA-TPR-PROMEDIO (VTA-TPR-IDX) * VTA-UMBRAL
078800         MOVE "***" TO VTA-TPR-MARCA (VTA-TPR-IDX)
078900         ADD 1 TO VTA-CANT-MARCADOS
079000     END-IF.
079100
079200 4300-EXIT.
079300     EXIT.
079400
079500******************************************************************
079600*5000-UBICAR-SUCURSAL: SUCURSAL DE VTA-BUS-TERMINAL SEGUN EL
079700*MAESTRO DE TERMINALES; UNA TERMINAL QUE NO ESTA QUEDA COMO "???".
079800******************************************************************
079900 5000-UBICAR-SUCURSAL.
080000
080100     MOVE "???" TO VTA-BUS-SUCURSAL.
080200
080300     SET VTA-TRM-IDX TO 1.
080400     SEARCH VTA-TRM-ENTRADA
080500         AT END
080600             CONTINUE
080700         WHEN VTA-TRM-IDX > VTA-TRM-CANT
080800             CONTINUE
080900         WHEN VTA-TRM-ID (VTA-TRM-IDX) = VTA-BUS-TERMINAL
081000             MOVE VTA-TRM-SUC-COD (VTA-TRM-IDX)
081100                                  TO VTA-BUS-SUCURSAL
081200     END-SEARCH.
081300
081400 5000-EXIT.
081500     EXIT.
081600
081700******************************************************************
081800*5100-UBICAR-PERSONA: DEJA VTA-TPR-IDX EN LA ENTRADA DE
081900*VTA-BUS-ROL Y VTA-BUS-ID, DANDOLA DE ALTA SI NO ESTA. LA
082000*SUCURSAL DE LA PERSONA ES LA PRIMERA CONOCIDA (UN REVERSO NO LA
082050*TRAE).
082100******************************************************************
082200 5100-UBICAR-PERSONA.
082300
082400     MOVE "N" TO VTA-SW-ENCONTRADO.
082500     PERFORM 5110-COMPARAR-PERSONA THRU 5110-EXIT
082600         VARYING VTA-TPR-IDX FROM 1 BY 1
082700         UNTIL VTA-TPR-IDX > VTA-TPR-CANT
082800            OR VTA-ENCONTRADO.
082900
083000     IF VTA-ENCONTRADO
083100*EL VARYING DEJA EL INDICE UNO MAS ALLA DE LA ENTRADA ENCONTRADA.
083200         SET VTA-TPR-IDX DOWN BY 1
083300     ELSE
083400         IF VTA-TPR-CANT >= 500
083500             DISPLAY "VTA6600 - TABLA DE PERSONAS LLENA (MAXIMO "
083600                     "500). AGRANDAR LA TABLA."
083700             MOVE 8 TO RETURN-CODE
083800             STOP RUN
083900         END-IF
084000         ADD 1 TO VTA-TPR-CANT
084100         SET VTA-TPR-IDX TO VTA-TPR-CANT
084200         MOVE VTA-BUS-ROL TO VTA-TPR-ROL (VTA-TPR-IDX)
084300         MOVE VTA-BUS-ID  TO VTA-TPR-ID (VTA-TPR-IDX)
084400         MOVE SPACES      TO VTA-TPR-SUCURSAL (VTA-TPR-IDX)
084500         MOVE ZERO        TO VTA-TPR-TICKETS (VTA-TPR-IDX)
084600         MOVE ZERO        TO VTA-TPR-EVENTOS (VTA-TPR-IDX)
084700         PERFORM 5120-LIMPIAR-TIPO THRU 5120-EXIT
084800             VARYING VTA-TIPO-IDX FROM 1 BY 1
084900             UNTIL VTA-TIPO-IDX > 6
085000     END-IF.
085100
085200     IF VTA-TPR-SUCURSAL (VTA-TPR-IDX) = SPACES
085300         MOVE VTA-BUS-SUCURSAL TO VTA-TPR-SUCURSAL (VTA-TPR-IDX)
085400     END-IF.
085500
085600 5100-EXIT.
085700     EXIT.
085800
085900 5110-COMPARAR-PERSONA.
086000
086100     IF VTA-TPR-ROL (VTA-TPR-IDX) = VTA-BUS-ROL
086200     AND VTA-TPR-ID (VTA-TPR-IDX) = VTA-BUS-ID
086300         SET VTA-ENCONTRADO TO TRUE
086400     END-IF.
086500
086600 5110-EXIT.
086700     EXIT.
086800
086900 5120-LIMPIAR-TIPO.
087000
087100     MOVE ZERO TO VTA-TPR-CANTIDAD (VTA-TPR-IDX, VTA-TIPO-IDX).
087200     MOVE ZERO TO VTA-TPR-IMPORTE (VTA-TPR-IDX, VTA-TIPO-IDX).
087300
087400 5120-EXIT.
087500     EXIT.
087600
087700******************************************************************
087800*5200-SUMAR-EVENTO: SUMA A LA PERSONA DE VTA-TPR-IDX EL EVENTO
087900*VTA-BUS-TIPO (CERO ES UNA VENTA COMUN, SIN EVENTO).
088000******************************************************************
088100 5200-SUMAR-EVENTO.
088200
088300     IF VTA-BUS-TIPO = ZERO
088400         GO TO 5200-EXIT
088500     END-IF.
088600
088700     MOVE VTA-BUS-TIPO TO VTA-TIPO-IDX.
088800     ADD VTA-BUS-CANTIDAD TO VTA-TPR-EVENTOS (VTA-TPR-IDX).
088900     ADD VTA-BUS-CANTIDAD
089000         TO VTA-TPR-CANTIDAD (VTA-TPR-IDX, VTA-TIPO-IDX).
089100     ADD VTA-BUS-IMPORTE
089200         TO VTA-TPR-IMPORTE (VTA-TPR-IDX, VTA-TIPO-IDX).
089300
089400 5200-EXIT.
089500     EXIT.
089600
089700******************************************************************
089800*5300-UBICAR-SUC-TABLA: DEJA VTA-TSU-IDX EN LA SUCURSAL
089900*VTA-BUS-SUCURSAL, DANDOLA DE ALTA SI NO ESTA.
090000******************************************************************
090100 5300-UBICAR-SUC-TABLA.
090200
090300     MOVE "N" TO VTA-SW-ENCONTRADO.
090400     PERFORM 5310-COMPARAR-SUCURSAL THRU 5310-EXIT
090500         VARYING VTA-TSU-IDX FROM 1 BY 1
090600         UNTIL VTA-TSU-IDX > VTA-TSU-CANT
090700            OR VTA-ENCONTRADO.
090800
090900     IF VTA-ENCONTRADO
091000         SET VTA-TSU-IDX DOWN BY 1
091100         GO TO 5300-EXIT
091200     END-IF.
091300
091400     IF VTA-TSU-CANT >= 100
091500         DISPLAY "VTA6600 - TABLA DE SUCURSALES LLENA (MAXIMO "
091600                 "100). AGRANDAR LA TABLA."
091700         MOVE 8 TO RETURN-CODE
091800         STOP RUN
091900     END-IF.
092000
092100     ADD 1 TO VTA-TSU-CANT.
092200     SET VTA-TSU-IDX TO VTA-TSU-CANT.
092300     MOVE VTA-BUS-SUCURSAL TO VTA-TSU-COD (VTA-TSU-IDX).
092400     MOVE ZERO TO VTA-TSU-TICKETS (VTA-TSU-IDX).
092500     MOVE ZERO TO VTA-TSU-EVENTOS-CAJ (VTA-TSU-IDX).
092600     MOVE ZERO TO VTA-TSU-EVENTOS-SUP (VTA-TSU-IDX).
092700     MOVE ZERO TO VTA-TSU-CANT-SUP (VTA-TSU-IDX).
092800     MOVE ZERO TO VTA-TSU-PROM-CAJ (VTA-TSU-IDX).
092900     MOVE ZERO TO VTA-TSU-PROM-SUP (VTA-TSU-IDX).
093000
093100 5300-EXIT.
093200     EXIT.
093300
093400 5310-COMPARAR-SUCURSAL.
093500
093600     IF VTA-TSU-COD (VTA-TSU-IDX) = VTA-BUS-SUCURSAL
093700         SET VTA-ENCONTRADO TO TRUE
093800     END-IF.
093900
094000 5310-EXIT.
094100     EXIT.
094200
094300******************************************************************
094400*6000-IMPRIMIR-ROL: LAS PERSONAS DEL ROL VTA-BUS-ROL AGRUPADAS POR
094500*SUCURSAL, CON LA TASA MEDIA DEL ROL EN CADA SUCURSAL.
094600******************************************************************
094700 6000-IMPRIMIR-ROL.
094800
094900     MOVE SPACES TO VTA-REPORT-LINE.
095000     WRITE VTA-REPORT-LINE.
095100     WRITE VTA-REPORT-LINE FROM VTA-LINEA-SECCION.
095200
095300     PERFORM 6100-IMPRIMIR-SUCURSAL THRU 6100-EXIT
095400         VARYING VTA-TSU-IDX FROM 1 BY 1
095500         UNTIL VTA-TSU-IDX > VTA-TSU-CANT.
095600
095700 6000-EXIT.
095800     EXIT.
095900
096000 6100-IMPRIMIR-SUCURSAL.
096100
096200     MOVE "N" TO VTA-SW-SUC-IMPRESA.
096300
096400     PERFORM 6200-IMPRIMIR-PERSONA THRU 6200-EXIT
096500         VARYING VTA-TPR-IDX FROM 1 BY 1
096600         UNTIL VTA-TPR-IDX > VTA-TPR-CANT.
096700
096800 6100-EXIT.
096900     EXIT.
097000
097100******************************************************************
097200*6200-IMPRIMIR-PERSONA: TRES LINEAS POR PERSONA -- TICKETS, TASA Y
097300*MARCA; CANTIDAD POR TIPO DE EVENTO; IMPORTE POR TIPO DE EVENTO.
097400*LA CABECERA DE LA SUCURSAL SALE CON LA PRIMERA PERSONA.
097500******************************************************************
097600 6200-IMPRIMIR-PERSONA.
097700
097800     IF VTA-TPR-ROL (VTA-TPR-IDX) NOT = VTA-BUS-ROL
097900     OR VTA-TPR-SUCURSAL (VTA-TPR-IDX) NOT =
098000        VTA-TSU-COD (VTA-TSU-IDX)
098100         GO TO 6200-EXIT
098200     END-IF.
098300
098400     IF NOT VTA-SUC-IMPRESA
098500         SET VTA-SUC-IMPRESA TO TRUE
098600         MOVE SPACES TO VTA-REPORT-LINE
098700         WRITE VTA-REPORT-LINE
098800         MOVE VTA-TSU-COD (VTA-TSU-IDX)     TO VTA-LU-SUCURSAL
098900         MOVE VTA-TSU-TICKETS (VTA-TSU-IDX) TO VTA-LU-TICKETS
099000         IF VTA-BUS-ROL = "C"
099100             MOVE VTA-TSU-PROM-CAJ (VTA-TSU-IDX)
099200                                  TO VTA-LU-PROMEDIO
099300         ELSE
099400             MOVE VTA-TSU-PROM-SUP (VTA-TSU-IDX)
099500                                  TO VTA-LU-PROMEDIO
099600         END-IF
099700         WRITE VTA-REPORT-LINE FROM VTA-LINEA-SUCURSAL
099800     END-IF.
099900
100000     MOVE VTA-TPR-ID (VTA-TPR-IDX)       TO VTA-LP-ID.
100100     MOVE VTA-TPR-TICKETS (VTA-TPR-IDX)  TO VTA-LP-TICKETS.
100200     MOVE VTA-TPR-EVENTOS (VTA-TPR-IDX)  TO VTA-LP-EVENTOS.
100300     MOVE VTA-TPR-TASA (VTA-TPR-IDX)     TO VTA-LP-TASA.
100400     MOVE VTA-TPR-PROMEDIO (VTA-TPR-IDX) TO VTA-LP-PROMEDIO.
100500     MOVE VTA-TPR-MARCA (VTA-TPR-IDX)    TO VTA-LP-MARCA.
100600     WRITE VTA-REPORT-LINE FROM VTA-LINEA-PERSONA.
100700
100800     MOVE SPACES TO VTA-LINEA-CANTIDADES.
100900     MOVE SPACES TO VTA-LINEA-IMPORTES.
101000     PERFORM 6210-ARMAR-CELDA THRU 6210-EXIT
101100         VARYING VTA-TIPO-IDX FROM 1 BY 1
101200         UNTIL VTA-TIPO-IDX > 6.
101300     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDADES.
101400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-IMPORTES.
101500
101600 6200-EXIT.
101700     EXIT.
101800
101900 6210-ARMAR-CELDA.
102000
102100     MOVE VTA-NTP-NOMBRE (VTA-TIPO-IDX)
102200                          TO VTA-LQ-TIPO (VTA-TIPO-IDX).
102300     MOVE VTA-TPR-CANTIDAD (VTA-TPR-IDX, VTA-TIPO-IDX)
102400                          TO VTA-LQ-CANTIDAD (VTA-TIPO-IDX).
102500     MOVE VTA-TPR-IMPORTE (VTA-TPR-IDX, VTA-TIPO-IDX)
102600                          TO VTA-LM-IMPORTE (VTA-TIPO-IDX).
102700
102800 6210-EXIT.
102900     EXIT.
103000
103100******************************************************************
103200*7000-IMPRIMIR-RANKING: LAS VEINTE PERSONAS (DE CUALQUIER ROL) CON
103300*EVENTOS QUE MAS VECES SUPERAN LA MEDIA DE SU SUCURSAL, BUSCANDO
103400*EN CADA VUELTA EL MAXIMO RESTANTE Y ANULANDOLO PARA LA SIGUIENTE.
103500******************************************************************
103600 7000-IMPRIMIR-RANKING.
103700
103800     MOVE SPACES TO VTA-REPORT-LINE.
103900     WRITE VTA-REPORT-LINE.
104000     MOVE "RANKING PARA AUDITORIA INTERNA" TO VTA-LS-TITULO.
104100     WRITE VTA-REPORT-LINE FROM VTA-LINEA-SECCION.
104200     WRITE VTA-REPORT-LINE FROM VTA-LINEA-RANK-TIT.
104300
104400     MOVE ZERO TO VTA-RANK-EMITIDOS.
104500
104600     PERFORM 7100-EMITIR-MEJOR THRU 7100-EXIT
104700         UNTIL VTA-RANK-EMITIDOS >= VTA-RANK-TOPE
104800            OR VTA-RANK-EMITIDOS >= VTA-TPR-CANT.
104900
105000 7000-EXIT.
105100     EXIT.
105200
105300 7100-EMITIR-MEJOR.
105400
105500     MOVE ZERO TO VTA-RANK-MEJOR-NDX.
105600     MOVE ZERO TO VTA-RANK-MEJOR-VALOR.
105700
105800     PERFORM 7110-BUSCAR-MEJOR THRU 7110-EXIT
105900         VARYING VTA-TPR-IDX FROM 1 BY 1
106000         UNTIL VTA-TPR-IDX > VTA-TPR-CANT.
106100
106200     IF VTA-RANK-MEJOR-NDX = ZERO
106300         MOVE VTA-RANK-TOPE TO VTA-RANK-EMITIDOS
106400         GO TO 7100-EXIT
106500     END-IF.
106600
106700     ADD 1 TO VTA-RANK-EMITIDOS.
106800     SET VTA-TPR-IDX TO VTA-RANK-MEJOR-NDX.
106900
107000     MOVE VTA-RANK-EMITIDOS               TO VTA-LR-POSICION.
107100     MOVE VTA-TPR-ROL (VTA-TPR-IDX)       TO VTA-LR-ROL.
107200     MOVE VTA-TPR-ID (VTA-TPR-IDX)        TO VTA-LR-ID.
107300     MOVE VTA-TPR-SUCURSAL (VTA-TPR-IDX)  TO VTA-LR-SUCURSAL.
107400     MOVE VTA-TPR-EVENTOS (VTA-TPR-IDX)   TO VTA-LR-EVENTOS.
107500     MOVE VTA-TPR-TASA (VTA-TPR-IDX)      TO VTA-LR-TASA.
107600     MOVE VTA-TPR-PROMEDIO (VTA-TPR-IDX)  TO VTA-LR-PROMEDIO.
107700     MOVE VTA-TPR-RATIO (VTA-TPR-IDX)     TO VTA-LR-RATIO.
107800     MOVE VTA-TPR-MARCA (VTA-TPR-IDX)     TO VTA-LR-MARCA.
107900     WRITE VTA-REPORT-LINE FROM VTA-LINEA-RANKING.
108000
108100*LA PERSONA YA EMITIDA SE ANULA PARA QUE LA PROXIMA VUELTA
108200*ENCUENTRE A LA SIGUIENTE.
108300     MOVE -1 TO VTA-TPR-RATIO (VTA-TPR-IDX).
108400
108500 7100-EXIT.
108600     EXIT.
108700
108800 7110-BUSCAR-MEJOR.
108900
109000     IF VTA-TPR-RATIO (VTA-TPR-IDX) > VTA-RANK-MEJOR-VALOR
109100         MOVE VTA-TPR-RATIO (VTA-TPR-IDX) TO VTA-RANK-MEJOR-VALOR
109200         SET VTA-RANK-MEJOR-NDX TO VTA-TPR-IDX
109300     END-IF.
109400
109500 7110-EXIT.
109600     EXIT.
109700
109800 9000-FINALIZAR.
109900
110000     CLOSE PREV-REPORT-FILE.
110100
110200     DISPLAY "VTA6600 - PERIODO              : " VTA-PERIODO-DESDE
110300             " AL " VTA-PERIODO-HASTA.
110400     DISPLAY "VTA6600 - REGISTROS DE AUDITORIA: " VTA-CANT-AUDIT.
110500     DISPLAY "VTA6600 - EVENTOS DE PREVEVT    : "
110600             VTA-CANT-EVENTOS.
110700     DISPLAY "VTA6600 - PERSONAS              : " VTA-TPR-CANT.
110800     DISPLAY "VTA6600 - PERSONAS MARCADAS     : "
110900             VTA-CANT-MARCADOS.
111000     IF VTA-CANT-SIN-LEGAJO > ZERO
111100         DISPLAY "VTA6600 - AVISO: EVENTOS SIN LEGAJO DE "
111200                 "CAJERO O SUPERVISOR: " VTA-CANT-SIN-LEGAJO
111300     END-IF.
111400
111500 9000-EXIT.
111600     EXIT.
111700
111800 END PROGRAM VTA6600.

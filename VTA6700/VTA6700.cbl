000100******************************************************************
000200*ANALISIS HORARIO DE VENTAS Y TRAFICO POR SUCURSAL, PARA QUE LOS
000300*GERENTES ARMEN LOS TURNOS DE CAJA (VTA4200) CON DATOS. RECORRE EL
000400*LOG DE AUDITORIA DE LAS ULTIMAS N SEMANAS COMPLETAS QUE TERMINAN
000500*EN LA FECHA DE NEGOCIO Y ACUMULA POR SUCURSAL, DIA DE LA SEMANA Y
000600*HORA DE COBRO EN LA CAJA (VTA-AUD-HORA-VENTA) LOS TICKETS, LAS
000700*UNIDADES Y EL IMPORTE COBRADO. CADA CELDA SE INFORMA COMO
000800*PROMEDIO POR SEMANA (EL TOTAL DIVIDIDO POR N): CADA DIA DE LA
000900*SEMANA APARECE EXACTAMENTE N VECES EN EL RANGO.
001000*
001100*UN TICKET ES UNA VENTA (NORMAL U OVERRIDE) O UNA DEVOLUCION
001200*TOMADA EN LA CAJA: AMBAS SON UN CLIENTE EN LA FILA. LA DEVOLUCION
001300*RESTA UNIDADES E IMPORTE. UN REVERSO DE VTA0700 NO ES TRAFICO DE
001400*CAJA: SOLO NETEA UNIDADES E IMPORTE EN EL DIA Y LA HORA DE LA
001500*VENTA ORIGINAL, EN LA SUCURSAL DE ESA VENTA (EL LOG LO TRAE
001600*INMEDIATAMENTE DESPUES DE ELLA, POR LA CLAVE). LAS VENTAS SIN
001700*HORA (CAJAS VIEJAS) SE CUENTAN APARTE POR SUCURSAL.
001800*
001900*PARAMETRO HORAPARM (OPCIONAL): POSICIONES 1-2 LA CANTIDAD DE
002000*SEMANAS (1 A 52, POR OMISION 4). CORRE A PEDIDO, FUERA DE LA
002100*CADENA NOCTURNA.
002200******************************************************************
002300*MODIFICACIONES:
002400*2026-10-15 NF  PROGRAMA ORIGINAL.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. VTA6700.
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
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS VTA-AUD-KEY
004000         FILE STATUS IS VTA-AUDIT-STATUS.
004100
004200     SELECT TERMINAL-MASTER-FILE ASSIGN TO "TERMINAM"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS VTA-TERMTR-STATUS.
004500
004600     SELECT HORA-REPORT-FILE ASSIGN TO "HORARPT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS VTA-REPORT-STATUS.
004900
005000     SELECT OPTIONAL HORA-PARM-FILE ASSIGN TO "HORAPARM"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS VTA-HPRM-STATUS.
005300
005400     SELECT OPTIONAL FECHA-PARM-FILE ASSIGN TO "FECHAPRM"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS VTA-FPRM-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  AUDIT-LOG-FILE
006100     RECORDING MODE IS F.
006200     COPY VTAAUDIT.
006300
006400 FD  TERMINAL-MASTER-FILE
006500     RECORDING MODE IS F.
006600     COPY VTATERM.
006700
006800 FD  HORA-REPORT-FILE.
006900 01  VTA-REPORT-LINE                 PIC X(80).
007000
007100 FD  HORA-PARM-FILE
007200     RECORDING MODE IS F.
007300 01  VTA-HORA-PARM-RECORD.
007400     05  VTA-HPR-SEMANAS             PIC 9(02).
007500     05  FILLER                      PIC X(78).
007600
007700 FD  FECHA-PARM-FILE
007800     RECORDING MODE IS F.
007900 01  VTA-FECHA-PARM-RECORD.
008000     05  VTA-FPRM-FECHA              PIC 9(08).
008100     05  FILLER                      PIC X(72).
008200
008300 WORKING-STORAGE SECTION.
008400
008500 01  VTA-FPRM-STATUS                 PIC X(02).
008600     88  VTA-FPRM-OK                 VALUE "00".
008700
008800 01  VTA-HPRM-STATUS                 PIC X(02).
008900     88  VTA-HPRM-OK                 VALUE "00".
009000
009100 01  VTA-AUDIT-STATUS                PIC X(02).
009200     88  VTA-AUDIT-OK                VALUE "00".
009300
009400 01  VTA-TERMTR-STATUS               PIC X(02).
009500     88  VTA-TERMTR-OK               VALUE "00".
009600
009700 01  VTA-REPORT-STATUS               PIC X(02).
009800     88  VTA-REPORT-OK               VALUE "00".
009900
010000 01  VTA-SWITCHES.
010100     05  VTA-SW-FIN-AUDIT            PIC X(01) VALUE "N".
010200         88  VTA-FIN-AUDIT           VALUE "S".
010300     05  VTA-SW-FIN-TERMINALES       PIC X(01) VALUE "N".
010400         88  VTA-FIN-TERMINALES      VALUE "S".
010500     05  VTA-SW-ENCONTRADA           PIC X(01) VALUE "N".
010600         88  VTA-ENCONTRADA          VALUE "S".
010700     05  VTA-SW-HORA-CON-DATOS       PIC X(01) VALUE "N".
010800         88  VTA-HORA-CON-DATOS      VALUE "S".
010900
011000 77  VTA-SEMANAS-OMISION             PIC 9(02) VALUE 4.
011100*UN LUNES CUALQUIERA: EL DIA DE LA SEMANA DE UNA FECHA SALE DE LOS
011200*DIAS CORRIDOS DESDE ESTA FECHA, MODULO 7.
011300 77  VTA-LUNES-BASE                  PIC 9(08) VALUE 20000103.
011400
011500 01  VTA-FECHA-PROCESO               PIC 9(08).
011600 01  VTA-SEMANAS                     PIC 9(02).
011700 01  VTA-PERIODO-DESDE               PIC 9(08).
011800
011900 COPY VTAFCHP.
012000
012100*TERMINALES DEL MAESTRO, PARA UBICAR LA SUCURSAL DE CADA VENTA.
012200 01  VTA-TABLA-TERMINALES.
012300     05  VTA-TRM-CANT                PIC 9(03) COMP VALUE ZERO.
012400     05  VTA-TRM-ENTRADA OCCURS 100 TIMES
012500                         INDEXED BY VTA-TRM-IDX.
012600         10  VTA-TRM-ID              PIC X(05).
012700         10  VTA-TRM-SUC-COD         PIC X(03).
012800
012900*ACUMULADOS POR SUCURSAL, DIA DE LA SEMANA (1 LUNES A 7 DOMINGO) Y
013000*HORA DE COBRO (1 ES DE 00 A 00:59, 24 ES DE 23 A 23:59).
013100 01  VTA-TABLA-SUCURSALES.
013200     05  VTA-TSU-CANT                PIC 9(03) COMP VALUE ZERO.
013300     05  VTA-TSU-ENTRADA OCCURS 100 TIMES
013400                         INDEXED BY VTA-TSU-IDX.
013500         10  VTA-TSU-COD             PIC X(03).
013600         10  VTA-TSU-SIN-HORA        PIC 9(07) COMP.
013700         10  VTA-TSU-DIA OCCURS 7 TIMES
013800                         INDEXED BY VTA-DIA-IDX.
013900             15  VTA-TSU-HORA OCCURS 24 TIMES
014000                              INDEXED BY VTA-HOR-IDX.
014100                 20  VTA-TSU-TICKETS     PIC S9(07) COMP.
014200                 20  VTA-TSU-UNIDADES    PIC S9(07) COMP.
014300                 20  VTA-TSU-IMPORTE     PIC S9(11)V9(02).
014400
014500 01  VTA-NOMBRES-DIAS.
014600     05  FILLER                      PIC X(21)
014700         VALUE "LUNMARMIEJUEVIESABDOM".
014800 01  VTA-NOMBRES-DIAS-R REDEFINES VTA-NOMBRES-DIAS.
014900     05  VTA-NDI-NOMBRE OCCURS 7 TIMES PIC X(03).
015000
015100*DIA DE LA SEMANA DE LA ULTIMA FECHA DE TRANSACCION CALCULADA (EL
015200*LOG VIENE EN ORDEN DE FECHA, ASI QUE SE CALCULA UNA VEZ POR DIA).
015300 01  VTA-FECHA-CALCULADA             PIC 9(08) VALUE ZERO.
015400 01  VTA-DIA-SEMANA                  PIC 9(01) COMP.
015500 01  VTA-COCIENTE                    PIC 9(05) COMP.
015600 01  VTA-RESTO-7                     PIC 9(01) COMP.
015700
015800*CLAVE Y SUCURSAL DE LA ULTIMA VENTA LEIDA, PARA UBICAR LOS
015900*REVERSOS QUE LA SIGUEN EN EL LOG.
016000 01  VTA-ULT-CLAVE                   PIC X(14) VALUE SPACES.
016100 01  VTA-ULT-SUCURSAL                PIC X(03) VALUE SPACES.
016200
016300 01  VTA-BUS-TERMINAL                PIC X(05).
016400 01  VTA-BUS-SUCURSAL                PIC X(03).
016500 01  VTA-HORA-NUM                    PIC 9(02).
016600 01  VTA-CANT-TICKET                 PIC S9(01).
016700
016800 01  VTA-CONTADORES.
016900     05  VTA-CANT-AUDIT              PIC 9(07) COMP VALUE ZERO.
017000     05  VTA-CANT-SIN-HORA           PIC 9(07) COMP VALUE ZERO.
017100     05  VTA-CANT-REV-SIN-VENTA      PIC 9(07) COMP VALUE ZERO.
017200
017300*TOTALES POR DIA DE LA SEMANA, PARA LA FILA TOTAL DE CADA CUADRO.
017400 01  VTA-TOTALES-DIA.
017500     05  VTA-TDI-ENTRADA OCCURS 7 TIMES.
017600         10  VTA-TDI-TICKETS         PIC S9(09) COMP.
017700         10  VTA-TDI-UNIDADES        PIC S9(09) COMP.
017800         10  VTA-TDI-IMPORTE         PIC S9(13)V9(02).
017900
018000 01  VTA-CUADRO                      PIC X(01).
018100     88  VTA-CUADRO-TICKETS          VALUE "T".
018200     88  VTA-CUADRO-UNIDADES         VALUE "U".
018300     88  VTA-CUADRO-IMPORTE          VALUE "I".
018400
018500 01  VTA-PROMEDIO                    PIC S9(11)V9(01).
018600
018700*LINEAS DE IMPRESION.
018800 01  VTA-LINEA-TITULO.
018900     05  FILLER                      PIC X(30)
019000         VALUE "ANALISIS HORARIO DE VENTAS - ".
019100     05  VTA-LT-DESDE                PIC 9(08).
019200     05  FILLER                      PIC X(04) VALUE " AL ".
019300     05  VTA-LT-HASTA                PIC 9(08).
019400     05  FILLER                      PIC X(02) VALUE " (".
019500     05  VTA-LT-SEMANAS              PIC Z9.
019600     05  FILLER                      PIC X(18)
019700         VALUE " SEMANAS PROMEDIO)".
019800
019900 01  VTA-LINEA-SUCURSAL.
020000     05  FILLER                      PIC X(10) VALUE "SUCURSAL: ".
020100     05  VTA-LS-SUCURSAL             PIC X(03).
020200     05  FILLER                      PIC X(03) VALUE " - ".
020300     05  VTA-LS-CUADRO               PIC X(40).
020400
020500 01  VTA-LINEA-ENCABEZADO.
020600     05  FILLER                      PIC X(05) VALUE "HORA ".
020700     05  VTA-LE-CELDA OCCURS 7 TIMES.
020800         10  FILLER                  PIC X(07).
020900         10  VTA-LE-DIA              PIC X(03).
021000
021100 01  VTA-LINEA-HORA.
021200     05  VTA-LH-ETIQUETA             PIC X(05).
021300     05  VTA-LH-CELDA OCCURS 7 TIMES.
021400         10  FILLER                  PIC X(01).
021500         10  VTA-LH-VALOR            PIC -ZZZZZ9.9.
021600
021700 01  VTA-LINEA-SIN-HORA.
021800     05  FILLER                      PIC X(30)
021900         VALUE "VENTAS SIN HORA EN EL PERIODO:".
022000     05  VTA-LN-CANT                 PIC ZZZ,ZZ9.
022100
022200 PROCEDURE DIVISION.
022300
022400 0000-MAINLINE.
022500
022600     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
022700
022800     PERFORM 2000-RECORRER-AUDITORIA THRU 2000-EXIT.
022900
023000     PERFORM 5000-IMPRIMIR-SUCURSAL THRU 5000-EXIT
023100         VARYING VTA-TSU-IDX FROM 1 BY 1
023200         UNTIL VTA-TSU-IDX > VTA-TSU-CANT.
023300
023400     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
023500
023600     STOP RUN.
023700
023800 1000-INICIALIZAR.
023900
024000     PERFORM 1250-OBTENER-FECHA-NEGOCIO THRU 1250-EXIT.
024100     PERFORM 1300-LEER-PARAMETRO THRU 1300-EXIT.
024200
024300*EL RANGO SON SEMANAS COMPLETAS QUE TERMINAN EN LA FECHA DE
024400*NEGOCIO, ASI CADA DIA DE LA SEMANA ENTRA EXACTAMENTE N VECES.
024500     SET VTA-FCH-AGREGAR TO TRUE.
024600     MOVE VTA-FECHA-PROCESO TO VTA-FCH-FECHA-1.
024700     COMPUTE VTA-FCH-DIAS = (VTA-SEMANAS * 7 - 1) * -1.
024800     CALL "VTAFECHA" USING VTA-FECHA-PARMS.
024900     IF VTA-FCH-ERROR
025000         DISPLAY "VTA6700 - FECHA DE NEGOCIO INVALIDA: "
025100                 VTA-FECHA-PROCESO
025200         MOVE 8 TO RETURN-CODE
025300         STOP RUN
025400     END-IF.
025500     MOVE VTA-FCH-FECHA-2 TO VTA-PERIODO-DESDE.
025600
025700     OPEN INPUT TERMINAL-MASTER-FILE.
025800     IF NOT VTA-TERMTR-OK
025900         DISPLAY "VTA6700 - NO SE PUDO ABRIR TERMINAL-MASTER-"
026000                 "FILE. ESTADO: " VTA-TERMTR-STATUS
026100         MOVE 8 TO RETURN-CODE
026200         STOP RUN
026300     END-IF.
026400     PERFORM 1500-CARGAR-TERMINALES THRU 1500-EXIT.
026500     CLOSE TERMINAL-MASTER-FILE.
026600
026700     OPEN OUTPUT HORA-REPORT-FILE.
026800
026900     MOVE VTA-PERIODO-DESDE TO VTA-LT-DESDE.
027000     MOVE VTA-FECHA-PROCESO TO VTA-LT-HASTA.
027100     MOVE VTA-SEMANAS       TO VTA-LT-SEMANAS.
027200     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TITULO.
027300
027400     PERFORM 1600-ARMAR-ENCABEZADO THRU 1600-EXIT
027500         VARYING VTA-DIA-IDX FROM 1 BY 1
027600         UNTIL VTA-DIA-IDX > 7.
027700
027800 1000-EXIT.
027900     EXIT.
028000
028100******************************************************************
028200*1250-OBTENER-FECHA-NEGOCIO: LEE LA FECHA DE NEGOCIO DEL
028300*PARAMETRO FECHAPRM (EL MISMO DEL RESTO DE LA CADENA). SIN
028400*PARAMETRO SE USA LA FECHA DEL SISTEMA, CON AVISO.
028500******************************************************************
028600 1250-OBTENER-FECHA-NEGOCIO.
028700
028800     MOVE ZERO TO VTA-FECHA-PROCESO.
028900
029000     OPEN INPUT FECHA-PARM-FILE.
029100     IF VTA-FPRM-OK
029200         READ FECHA-PARM-FILE
029300             AT END
029400                 CONTINUE
029500         END-READ
029600         IF VTA-FPRM-OK AND VTA-FPRM-FECHA > 0
029700             MOVE VTA-FPRM-FECHA TO VTA-FECHA-PROCESO
029800         END-IF
029900         CLOSE FECHA-PARM-FILE
030000     END-IF.
030100
030200     IF VTA-FECHA-PROCESO = ZERO
030300         ACCEPT VTA-FECHA-PROCESO FROM DATE YYYYMMDD
030400         DISPLAY "VTA6700 - AVISO: SIN FECHA DE NEGOCIO "
030500                 "(FECHAPRM). SE USA LA FECHA DEL SISTEMA."
030600     END-IF.
030700
030800 1250-EXIT.
030900     EXIT.
031000
031100******************************************************************
031200*1300-LEER-PARAMETRO: CANTIDAD DE SEMANAS DE HORAPARM. SIN
031300*PARAMETRO, O CON UN VALOR FUERA DE 1 A 52, RIGEN 4 SEMANAS.
031400******************************************************************
031500 1300-LEER-PARAMETRO.
031600
031700     MOVE VTA-SEMANAS-OMISION TO VTA-SEMANAS.
031800
031900     OPEN INPUT HORA-PARM-FILE.
032000     IF NOT VTA-HPRM-OK
032100         GO TO 1300-EXIT
032200     END-IF.
032300
032400     READ HORA-PARM-FILE
032500         AT END
032600             CLOSE HORA-PARM-FILE
032700             GO TO 1300-EXIT
032800     END-READ.
032900
033000     IF VTA-HPR-SEMANAS IS NUMERIC
033100        AND VTA-HPR-SEMANAS > ZERO
033200        AND VTA-HPR-SEMANAS NOT > 52
033300         MOVE VTA-HPR-SEMANAS TO VTA-SEMANAS
033400     ELSE
033500         DISPLAY "VTA6700 - AVISO: SEMANAS INVALIDAS EN "
033600                 "HORAPARM. SE TOMAN 4."
033700     END-IF.
033800
033900     CLOSE HORA-PARM-FILE.
034000
034100 1300-EXIT.
034200     EXIT.
034300
034400 1500-CARGAR-TERMINALES.
034500
034600     READ TERMINAL-MASTER-FILE
034700         AT END
034800             SET VTA-FIN-TERMINALES TO TRUE
034900     END-READ.
035000
035100     PERFORM 1510-AGREGAR-TERMINAL THRU 1510-EXIT
035200         UNTIL VTA-FIN-TERMINALES.
035300
035400 1500-EXIT.
035500     EXIT.
035600
035700 1510-AGREGAR-TERMINAL.
035800
035900     IF VTA-TRM-CANT >= 100
036000         DISPLAY "VTA6700 - TABLA DE TERMINALES LLENA "
036100                 "(MAXIMO 100). AGRANDAR LA TABLA."
036200         MOVE 8 TO RETURN-CODE
036300         STOP RUN
036400     END-IF.
036500
036600     ADD 1 TO VTA-TRM-CANT.
036700     SET VTA-TRM-IDX TO VTA-TRM-CANT.
036800     MOVE VTA-TER-TERMINAL-ID  TO VTA-TRM-ID (VTA-TRM-IDX).
036900     MOVE VTA-TER-SUCURSAL-COD TO VTA-TRM-SUC-COD (VTA-TRM-IDX).
037000
037100     READ TERMINAL-MASTER-FILE
037200         AT END
037300             SET VTA-FIN-TERMINALES TO TRUE
037400     END-READ.
037500
037600 1510-EXIT.
037700     EXIT.
037800
037900 1600-ARMAR-ENCABEZADO.
038000
038100     MOVE SPACES TO VTA-LE-CELDA (VTA-DIA-IDX).
038200     MOVE VTA-NDI-NOMBRE (VTA-DIA-IDX)
038300                         TO VTA-LE-DIA (VTA-DIA-IDX).
038400
038500 1600-EXIT.
038600     EXIT.
038700
038800******************************************************************
038900*2000-RECORRER-AUDITORIA: SE POSICIONA POR INDICE EN LA PRIMERA
039000*VENTA DEL RANGO Y LEE HASTA PASAR LA FECHA DE NEGOCIO.
039100******************************************************************
039200 2000-RECORRER-AUDITORIA.
039300
039400     OPEN INPUT AUDIT-LOG-FILE.
039500     IF NOT VTA-AUDIT-OK
039600         DISPLAY "VTA6700 - NO SE PUDO ABRIR AUDIT-LOG-FILE. "
039700                 "ESTADO: " VTA-AUDIT-STATUS
039800         MOVE 8 TO RETURN-CODE
039900         STOP RUN
040000     END-IF.
040100
040200     MOVE LOW-VALUES        TO VTA-AUD-KEY.
040300     MOVE VTA-PERIODO-DESDE TO VTA-AUD-TRANS-FECHA.
040400     START AUDIT-LOG-FILE KEY IS NOT LESS THAN VTA-AUD-KEY
040500         INVALID KEY
040600             SET VTA-FIN-AUDIT TO TRUE
040700     END-START.
040800
040900     PERFORM 2100-ACUMULAR-AUDITORIA THRU 2100-EXIT
041000         UNTIL VTA-FIN-AUDIT.
041100
041200     CLOSE AUDIT-LOG-FILE.
041300
041400 2000-EXIT.
041500     EXIT.
041600
041700******************************************************************
041800*2100-ACUMULAR-AUDITORIA: UBICA LA SUCURSAL (POR LA TERMINAL, O LA
041900*DE LA VENTA ORIGINAL SI ES UN REVERSO), EL DIA DE LA SEMANA Y LA
042000*HORA, Y SUMA EL REGISTRO EN SU CELDA.
042100******************************************************************
042200 2100-ACUMULAR-AUDITORIA.
042300
042400     READ AUDIT-LOG-FILE NEXT
042500         AT END
042600             SET VTA-FIN-AUDIT TO TRUE
042700             GO TO 2100-EXIT
042800     END-READ.
042900
043000     IF VTA-AUD-TRANS-FECHA > VTA-FECHA-PROCESO
043100         SET VTA-FIN-AUDIT TO TRUE
043200         GO TO 2100-EXIT
043300     END-IF.
043400
043500     ADD 1 TO VTA-CANT-AUDIT.
043600
043700     IF VTA-AUD-REVERSO
043800         IF VTA-AUD-CLAVE NOT = VTA-ULT-CLAVE
043900             ADD 1 TO VTA-CANT-REV-SIN-VENTA
044000             GO TO 2100-EXIT
044100         END-IF
044200         MOVE VTA-ULT-SUCURSAL TO VTA-BUS-SUCURSAL
044300         MOVE ZERO TO VTA-CANT-TICKET
044400     ELSE
044500         MOVE VTA-AUD-TERMINAL-ID TO VTA-BUS-TERMINAL
044600         PERFORM 3000-UBICAR-SUCURSAL THRU 3000-EXIT
044700         MOVE VTA-AUD-CLAVE    TO VTA-ULT-CLAVE
044800         MOVE VTA-BUS-SUCURSAL TO VTA-ULT-SUCURSAL
044900         MOVE 1 TO VTA-CANT-TICKET
045000     END-IF.
045100
045200     PERFORM 3100-UBICAR-SUC-TABLA THRU 3100-EXIT.
045300
045400     IF VTA-AUD-HORA-VENTA NOT NUMERIC
045500        OR VTA-AUD-HORA-VENTA = ZERO
045600        OR VTA-AUD-HORA-VENTA > 235959
045700         ADD VTA-CANT-TICKET TO VTA-TSU-SIN-HORA (VTA-TSU-IDX)
045800         ADD VTA-CANT-TICKET TO VTA-CANT-SIN-HORA
045900         GO TO 2100-EXIT
046000     END-IF.
046100
046200     IF VTA-AUD-TRANS-FECHA NOT = VTA-FECHA-CALCULADA
046300         PERFORM 3200-CALCULAR-DIA-SEMANA THRU 3200-EXIT
046400     END-IF.
046500
046600     DIVIDE VTA-AUD-HORA-VENTA BY 10000 GIVING VTA-HORA-NUM.
046700     SET VTA-DIA-IDX TO VTA-DIA-SEMANA.
046800     SET VTA-HOR-IDX TO VTA-HORA-NUM.
046900     SET VTA-HOR-IDX UP BY 1.
047000
047100     ADD VTA-CANT-TICKET
047200         TO VTA-TSU-TICKETS (VTA-TSU-IDX, VTA-DIA-IDX,
047300                           VTA-HOR-IDX).
047400     ADD VTA-AUD-CANTIDAD
047500         TO VTA-TSU-UNIDADES (VTA-TSU-IDX, VTA-DIA-IDX,
047600                           VTA-HOR-IDX).
047700     ADD VTA-AUD-TOTAL-COBRAR
047800         TO VTA-TSU-IMPORTE (VTA-TSU-IDX, VTA-DIA-IDX,
047900                           VTA-HOR-IDX).
048000
048100 2100-EXIT.
048200     EXIT.
048300
048400******************************************************************
048500*3000-UBICAR-SUCURSAL: SUCURSAL DE VTA-BUS-TERMINAL SEGUN EL
048600*MAESTRO DE TERMINALES; UNA TERMINAL QUE NO ESTA QUEDA COMO "???".
048700******************************************************************
048800 3000-UBICAR-SUCURSAL.
048900
049000     MOVE "???" TO VTA-BUS-SUCURSAL.
049100
049200     SET VTA-TRM-IDX TO 1.
049300     SEARCH VTA-TRM-ENTRADA
049400         AT END
049500             CONTINUE
049600         WHEN VTA-TRM-IDX > VTA-TRM-CANT
049700             CONTINUE
049800         WHEN VTA-TRM-ID (VTA-TRM-IDX) = VTA-BUS-TERMINAL
049900             MOVE VTA-TRM-SUC-COD (VTA-TRM-IDX)
050000                                  TO VTA-BUS-SUCURSAL
050100     END-SEARCH.
050200
050300 3000-EXIT.
050400     EXIT.
050500
050600******************************************************************
050700*3100-UBICAR-SUC-TABLA: DEJA VTA-TSU-IDX EN LA SUCURSAL
050800*VTA-BUS-SUCURSAL, DANDOLA DE ALTA (EN CERO) SI NO ESTA.
050900******************************************************************
051000 3100-UBICAR-SUC-TABLA.
051100
051200     MOVE "N" TO VTA-SW-ENCONTRADA.
051300     PERFORM 3110-COMPARAR-SUCURSAL THRU 3110-EXIT
051400         VARYING VTA-TSU-IDX FROM 1 BY 1
051500         UNTIL VTA-TSU-IDX > VTA-TSU-CANT
051600            OR VTA-ENCONTRADA.
051700
051800     IF VTA-ENCONTRADA
051900*EL VARYING DEJA EL INDICE UNO MAS ALLA DE LA ENTRADA ENCONTRADA.
052000         SET VTA-TSU-IDX DOWN BY 1
052100         GO TO 3100-EXIT
052200     END-IF.
052300
052400     IF VTA-TSU-CANT >= 100
052500         DISPLAY "VTA6700 - TABLA DE SUCURSALES LLENA (MAXIMO "
052600                 "100). AGRANDAR LA TABLA."
052700         MOVE 8 TO RETURN-CODE
052800         STOP RUN
052900     END-IF.
053000
053100     ADD 1 TO VTA-TSU-CANT.
053200     SET VTA-TSU-IDX TO VTA-TSU-CANT.
053300     MOVE VTA-BUS-SUCURSAL TO VTA-TSU-COD (VTA-TSU-IDX).
053400     MOVE ZERO TO VTA-TSU-SIN-HORA (VTA-TSU-IDX).
053500     PERFORM 3120-LIMPIAR-DIA THRU 3120-EXIT
053600         VARYING VTA-DIA-IDX FROM 1 BY 1
053700         UNTIL VTA-DIA-IDX > 7.
053800
053900 3100-EXIT.
054000     EXIT.
054100
054200 3110-COMPARAR-SUCURSAL.
054300
054400     IF VTA-TSU-COD (VTA-TSU-IDX) = VTA-BUS-SUCURSAL
054500         SET VTA-ENCONTRADA TO TRUE
054600     END-IF.
054700
054800 3110-EXIT.
054900     EXIT.
055000
055100 3120-LIMPIAR-DIA.
055200
055300     PERFORM 3130-LIMPIAR-HORA THRU 3130-EXIT
055400         VARYING VTA-HOR-IDX FROM 1 BY 1
055500         UNTIL VTA-HOR-IDX > 24.
055600
055700 3120-EXIT.
055800     EXIT.
055900
056000 3130-LIMPIAR-HORA.
056100
056200     MOVE ZERO TO VTA-TSU-TICKETS (VTA-TSU-IDX, VTA-DIA-IDX,
056300                                   VTA-HOR-IDX).
056400     MOVE ZERO TO VTA-TSU-UNIDADES (VTA-TSU-IDX, VTA-DIA-IDX,
056500                                    VTA-HOR-IDX).
056600     MOVE ZERO TO VTA-TSU-IMPORTE (VTA-TSU-IDX, VTA-DIA-IDX,
056700                                   VTA-HOR-IDX).
056800
056900 3130-EXIT.
057000     EXIT.
057100
057200******************************************************************
057300*3200-CALCULAR-DIA-SEMANA: DIAS CORRIDOS DESDE UN LUNES CONOCIDO
057400*(FUNCION D DE VTAFECHA), MODULO 7: RESTO 0 ES LUNES (1) Y RESTO 6
057500*ES DOMINGO (7).
057600******************************************************************
057700 3200-CALCULAR-DIA-SEMANA.
057800
057900     SET VTA-FCH-DIFERENCIA TO TRUE.
058000     MOVE VTA-LUNES-BASE      TO VTA-FCH-FECHA-1.
058100     MOVE VTA-AUD-TRANS-FECHA TO VTA-FCH-FECHA-2.
058200     CALL "VTAFECHA" USING VTA-FECHA-PARMS.
058300
058400     DIVIDE VTA-FCH-DIAS BY 7
058500         GIVING VTA-COCIENTE REMAINDER VTA-RESTO-7.
058600     COMPUTE VTA-DIA-SEMANA = VTA-RESTO-7 + 1.
058700
058800     MOVE VTA-AUD-TRANS-FECHA TO VTA-FECHA-CALCULADA.
058900
059000 3200-EXIT.
059100     EXIT.
059200
059300******************************************************************
059400*5000-IMPRIMIR-SUCURSAL: TRES CUADROS POR SUCURSAL (TICKETS,
059500*UNIDADES E IMPORTE COBRADO), CON UNA FILA POR CADA HORA QUE TUVO
059600*MOVIMIENTO EN ALGUN DIA Y LA FILA DE TOTAL DEL DIA.
059700******************************************************************
059800 5000-IMPRIMIR-SUCURSAL.
059900
060000     SET VTA-CUADRO-TICKETS TO TRUE.
060100     MOVE "TICKETS PROMEDIO POR HORA" TO VTA-LS-CUADRO.
060200     PERFORM 5100-IMPRIMIR-CUADRO THRU 5100-EXIT.
060300
060400     SET VTA-CUADRO-UNIDADES TO TRUE.
060500     MOVE "UNIDADES PROMEDIO POR HORA" TO VTA-LS-CUADRO.
060600     PERFORM 5100-IMPRIMIR-CUADRO THRU 5100-EXIT.
060700
060800     SET VTA-CUADRO-IMPORTE TO TRUE.
060900     MOVE "IMPORTE COBRADO PROMEDIO POR HORA" TO VTA-LS-CUADRO.
061000     PERFORM 5100-IMPRIMIR-CUADRO THRU 5100-EXIT.
061100
061200     IF VTA-TSU-SIN-HORA (VTA-TSU-IDX) > ZERO
061300         MOVE VTA-TSU-SIN-HORA (VTA-TSU-IDX) TO VTA-LN-CANT
061400         WRITE VTA-REPORT-LINE FROM VTA-LINEA-SIN-HORA
061500     END-IF.
061600
061700 5000-EXIT.
061800     EXIT.
061900
062000 5100-IMPRIMIR-CUADRO.
062100
062200     MOVE SPACES TO VTA-REPORT-LINE.
062300     WRITE VTA-REPORT-LINE.
062400     MOVE VTA-TSU-COD (VTA-TSU-IDX) TO VTA-LS-SUCURSAL.
062500     WRITE VTA-REPORT-LINE FROM VTA-LINEA-SUCURSAL.
062600     WRITE VTA-REPORT-LINE FROM VTA-LINEA-ENCABEZADO.
062700
062800     INITIALIZE VTA-TOTALES-DIA.
062900
063000     PERFORM 5200-IMPRIMIR-HORA THRU 5200-EXIT
063100         VARYING VTA-HOR-IDX FROM 1 BY 1
063200         UNTIL VTA-HOR-IDX > 24.
063300
063400     MOVE "TOTAL" TO VTA-LH-ETIQUETA.
063500     PERFORM 5300-CELDA-TOTAL THRU 5300-EXIT
063600         VARYING VTA-DIA-IDX FROM 1 BY 1
063700         UNTIL VTA-DIA-IDX > 7.
063800     WRITE VTA-REPORT-LINE FROM VTA-LINEA-HORA.
063900
064000 5100-EXIT.
064100     EXIT.
064200
064300******************************************************************
064400*5200-IMPRIMIR-HORA: UNA HORA SIN MOVIMIENTO EN NINGUN DIA DE LA
064500*SEMANA NO SE IMPRIME (LA SUCURSAL ESTABA CERRADA).
064600******************************************************************
064700 5200-IMPRIMIR-HORA.
064800
064900     MOVE "N" TO VTA-SW-HORA-CON-DATOS.
065000     PERFORM 5210-VER-DATOS THRU 5210-EXIT
065100         VARYING VTA-DIA-IDX FROM 1 BY 1
065200         UNTIL VTA-DIA-IDX > 7.
065300
065400     IF NOT VTA-HORA-CON-DATOS
065500         GO TO 5200-EXIT
065600     END-IF.
065700
065800     MOVE SPACES TO VTA-LH-ETIQUETA.
065900     SET VTA-HORA-NUM TO VTA-HOR-IDX.
066000     SUBTRACT 1 FROM VTA-HORA-NUM.
066100     MOVE VTA-HORA-NUM TO VTA-LH-ETIQUETA (2:2).
066200
066300     PERFORM 5220-CELDA-HORA THRU 5220-EXIT
066400         VARYING VTA-DIA-IDX FROM 1 BY 1
066500         UNTIL VTA-DIA-IDX > 7.
066600     WRITE VTA-REPORT-LINE FROM VTA-LINEA-HORA.
066700
066800 5200-EXIT.
066900     EXIT.
067000
067100 5210-VER-DATOS.
067200
067300     IF VTA-TSU-TICKETS (VTA-TSU-IDX, VTA-DIA-IDX, VTA-HOR-IDX)
067400                                                     NOT = ZERO
067500     OR VTA-TSU-IMPORTE (VTA-TSU-IDX, VTA-DIA-IDX, VTA-HOR-IDX)
067600                                                     NOT = ZERO
067700         SET VTA-HORA-CON-DATOS TO TRUE
067800     END-IF.
067900
068000 5210-EXIT.
068100     EXIT.
068200
068300 5220-CELDA-HORA.
068400
068500     EVALUATE TRUE
068600         WHEN VTA-CUADRO-TICKETS
068700             COMPUTE VTA-PROMEDIO ROUNDED =
068800                 VTA-TSU-TICKETS (VTA-TSU-IDX, VTA-DIA-IDX,
068900                                  VTA-HOR-IDX) / VTA-SEMANAS
069000             ADD VTA-TSU-TICKETS (VTA-TSU-IDX, VTA-DIA-IDX,
069100                                  VTA-HOR-IDX)
069200                 TO VTA-TDI-TICKETS (VTA-DIA-IDX)
069300         WHEN VTA-CUADRO-UNIDADES
069400             COMPUTE VTA-PROMEDIO ROUNDED =
069500                 VTA-TSU-UNIDADES (VTA-TSU-IDX, VTA-DIA-IDX,
069600                                   VTA-HOR-IDX) / VTA-SEMANAS
069700             ADD VTA-TSU-UNIDADES (VTA-TSU-IDX, VTA-DIA-IDX,
069800                                   VTA-HOR-IDX)
069900                 TO VTA-TDI-UNIDADES (VTA-DIA-IDX)
070000         WHEN OTHER
070100             COMPUTE VTA-PROMEDIO ROUNDED =
070200                 VTA-TSU-IMPORTE (VTA-TSU-IDX, VTA-DIA-IDX,
070300                                  VTA-HOR-IDX) / VTA-SEMANAS
070400             ADD VTA-TSU-IMPORTE (VTA-TSU-IDX, VTA-DIA-IDX,
070500                                  VTA-HOR-IDX)
070600                 TO VTA-TDI-IMPORTE (VTA-DIA-IDX)
070700     END-EVALUATE.
070800
070900     MOVE VTA-PROMEDIO TO VTA-LH-VALOR (VTA-DIA-IDX).
071000
071100 5220-EXIT.
071200     EXIT.
071300
071400 5300-CELDA-TOTAL.
071500
071600     EVALUATE TRUE
071700         WHEN VTA-CUADRO-TICKETS
071800             COMPUTE VTA-PROMEDIO ROUNDED =
071900                 VTA-TDI-TICKETS (VTA-DIA-IDX) / VTA-SEMANAS
072000         WHEN VTA-CUADRO-UNIDADES
072100             COMPUTE VTA-PROMEDIO ROUNDED =
072200                 VTA-TDI-UNIDADES (VTA-DIA-IDX) / VTA-SEMANAS
072300         WHEN OTHER
072400             COMPUTE VTA-PROMEDIO ROUNDED =
072500                 VTA-TDI-IMPORTE (VTA-DIA-IDX) / VTA-SEMANAS
072600     END-EVALUATE.
072700
072800     MOVE VTA-PROMEDIO TO VTA-LH-VALOR (VTA-DIA-IDX).
072900
073000 5300-EXIT.
073100     EXIT.
073200
073300 9000-FINALIZAR.
073400
073500     CLOSE HORA-REPORT-FILE.
073600
073700     DISPLAY "VTA6700 - PERIODO              : " VTA-PERIODO-DESDE
073800             " AL " VTA-FECHA-PROCESO.
073900     DISPLAY "VTA6700 - REGISTROS DE AUDITORIA: " VTA-CANT-AUDIT.
074000     DISPLAY "VTA6700 - SUCURSALES            : " VTA-TSU-CANT.
074100     IF VTA-CANT-SIN-HORA > ZERO
074200         DISPLAY "VTA6700 - AVISO: VENTAS SIN HORA DE CAJA: "
074300                 VTA-CANT-SIN-HORA
074400     END-IF.
074500     IF VTA-CANT-REV-SIN-VENTA > ZERO
074600         DISPLAY "VTA6700 - AVISO: REVERSOS SIN SU VENTA EN EL "
074700                 "LOG: " VTA-CANT-REV-SIN-VENTA
074800     END-IF.
074900
075000 9000-EXIT.
075100     EXIT.
075200
075300 END PROGRAM VTA6700.

000100******************************************************************
000200*CIERRE MENSUAL DE COMPRAS DEL PERSONAL. LEE EL DIARIO DE COMPRAS
000300*DEL PERSONAL (CONS-EMP-FILE, CONSEMP) QUE GRABA EJERCICIO5 Y
000400*ACUMULA POR LEGAJO LAS COMPRAS DEL MES PEDIDO (MES-PARM-FILE, UN
000500*UNICO REGISTRO AAAAMM, EL MISMO DE LA LIQUIDACION DE COMISIONES),
000600*CON LAS DEVOLUCIONES RESTANDO. LO PAGADO CON EL MEDIO "NM" SE
000700*PASA A SUELDOS PARA DESCONTAR DEL RECIBO EN LA INTERFASE NOMINA-
000800*DESC-FILE, COMO VTA2000 GENERA NOMINA-IF-FILE CON LAS
000900*COMISIONES: UN REGISTRO POR EMPLEADO CON IMPORTE A DESCONTAR
001000*DISTINTO DE CERO. ADEMAS EMITE PARA RECURSOS HUMANOS EL REPORTE
001100*DE COMPRAS DEL PERSONAL: POR EMPLEADO, LAS OPERACIONES, EL
001200*IMPORTE BRUTO, EL DESCUENTO OTORGADO, LO COBRADO, LO DESCONTADO
001300*POR NOMINA Y QUE PARTE DE SU TOPE MENSUAL USO (NOMBRE Y TOPE DEL
001400*MAESTRO EMPLEADM).
001500******************************************************************
001600*MODIFICACIONES:
001700*2026-10-15 NF  PROGRAMA ORIGINAL.
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. VTA8400.
002100 AUTHOR. N. FEDIUK.
002200 INSTALLATION. PERFUMERIA - SISTEMAS.
002300 DATE-WRITTEN. 2026-10-15.
002400 DATE-COMPILED. 2026-10-15.
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL CONS-EMP-FILE ASSIGN TO "CONSEMP"
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS VTA-CONSEMP-STATUS.
003200
003300     SELECT EMPLEADO-FILE ASSIGN TO "EMPLEADM"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS VTA-EMP-LEGAJO
003700         FILE STATUS IS VTA-EMPL-STATUS.
003800
003900     SELECT MES-PARM-FILE ASSIGN TO "MESPARM"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS VTA-PARM-STATUS.
004200
004300     SELECT NOMINA-DESC-FILE ASSIGN TO "NOMDESC"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS VTA-NDSC-STATUS.
004600
004700     SELECT PERSONAL-REPORT-FILE ASSIGN TO "PERSRPT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS VTA-REPORT-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  CONS-EMP-FILE
005400     RECORDING MODE IS F.
005500     COPY VTACEMP.
005600
005700 FD  EMPLEADO-FILE
005800     RECORDING MODE IS F.
005900     COPY VTAEMPL.
006000
006100 FD  MES-PARM-FILE
006200     RECORDING MODE IS F.
006300 01  VTA-MES-PARM-RECORD.
006400     05  VTA-PARM-MES                PIC 9(06).
006500     05  FILLER                      PIC X(74).
006600
006700 FD  NOMINA-DESC-FILE
006800     RECORDING MODE IS F.
006900     COPY VTANDSC.
007000
007100 FD  PERSONAL-REPORT-FILE.
007200 01  VTA-REPORT-LINE                 PIC X(80).
007300
007400 WORKING-STORAGE SECTION.
007500
007600 01  VTA-CONSEMP-STATUS              PIC X(02).
007700     88  VTA-CONSEMP-OK              VALUE "00".
007800
007900 01  VTA-EMPL-STATUS                 PIC X(02).
008000     88  VTA-EMPL-OK                 VALUE "00".
008100
008200 01  VTA-PARM-STATUS                 PIC X(02).
008300     88  VTA-PARM-OK                 VALUE "00".
008400
008500 01  VTA-NDSC-STATUS                 PIC X(02).
008600     88  VTA-NDSC-OK                 VALUE "00".
008700
008800 01  VTA-REPORT-STATUS               PIC X(02).
008900     88  VTA-REPORT-OK               VALUE "00".
009000
009100 01  VTA-SWITCHES.
009200     05  VTA-SW-FIN-ARCHIVO          PIC X(01) VALUE "N".
009300         88  VTA-FIN-ARCHIVO         VALUE "S".
009400     05  VTA-SW-EMP-ENCONTRADO       PIC X(01) VALUE "N".
009500         88  VTA-EMP-ENCONTRADO      VALUE "S".
009600
009700*TOPE DE LA TABLA DE EMPLEADOS Y DEL PORCENTAJE DE USO DEL TOPE
009800*QUE ENTRA EN LA LINEA DEL REPORTE.
009900 77  VTA-EMP-MAXIMO                  PIC 9(03) COMP VALUE 500.
010000 77  VTA-USO-MAXIMO                  PIC 9(03)V9(02) VALUE 999.99.
010100
010200 01  VTA-MES-PEDIDO                  PIC 9(06) VALUE ZERO.
010300
010400 01  VTA-MES-LEIDO                   PIC 9(06).
010500
010600*COMPRAS DEL MES POR EMPLEADO, NETAS DE DEVOLUCIONES.
010700 01  VTA-TABLA-EMPLEADOS.
010800     05  VTA-EMT-CANT                PIC 9(03) COMP VALUE ZERO.
010900     05  VTA-EMT-ENTRADA OCCURS 500 TIMES
011000                         INDEXED BY VTA-EMT-IDX.
011100         10  VTA-EMT-LEGAJO          PIC X(05).
011200         10  VTA-EMT-CANT-COMPRAS    PIC 9(05) COMP.
011300         10  VTA-EMT-CANT-DEVOL      PIC 9(05) COMP.
011400         10  VTA-EMT-CANT-NOMINA     PIC 9(05) COMP.
011500         10  VTA-EMT-IMPORTE         PIC S9(09)V9(02).
011600         10  VTA-EMT-DESCUENTO       PIC S9(09)V9(02).
011700         10  VTA-EMT-COBRADO         PIC S9(09)V9(02).
011800         10  VTA-EMT-NOMINA          PIC S9(09)V9(02).
011900
012000 01  VTA-EMT-FOUND-NDX               PIC 9(03) COMP VALUE ZERO.
012100
012200 01  VTA-EMP-BUSCADO                 PIC X(05).
012300
012400 01  VTA-USO-CALC                    PIC S9(07)V9(02).
012500
012600 01  VTA-TOTALES-MES.
012700     05  VTA-TOT-EMPLEADOS           PIC 9(05) COMP VALUE ZERO.
012800     05  VTA-TOT-CANT-NOMINA         PIC 9(05) COMP VALUE ZERO.
012900     05  VTA-TOT-COBRADO             PIC S9(11)V9(02) VALUE ZERO.
013000     05  VTA-TOT-NOMINA              PIC S9(11)V9(02) VALUE ZERO.
013100
013200*LINEAS DE IMPRESION.
013300 01  VTA-LINEA-TITULO.
013400     05  FILLER                      PIC X(35)
013500         VALUE "COMPRAS DEL PERSONAL (RRHH) - MES: ".
013600     05  VTA-LT-MES                  PIC 9(06).
013700
013800 01  VTA-LINEA-EMPLEADO.
013900     05  FILLER                      PIC X(05) VALUE "LEG: ".
014000     05  VTA-LE-LEGAJO               PIC X(05).
014100     05  FILLER                      PIC X(02) VALUE "  ".
014200     05  VTA-LE-NOMBRE               PIC X(30).
014300     05  FILLER                      PIC X(08) VALUE " COMPRAS".
014400     05  VTA-LE-COMPRAS              PIC ZZ,ZZ9.
014500     05  FILLER                      PIC X(07) VALUE " DEVOL.".
014600     05  VTA-LE-DEVOL                PIC ZZ,ZZ9.
014700
014800 01  VTA-LINEA-IMPORTES.
014900     05  FILLER                      PIC X(09) VALUE "   BRUTO:".
015000     05  VTA-LI-IMPORTE              PIC ZZZ,ZZZ,ZZ9.99-.
015100     05  FILLER                      PIC X(06) VALUE " DESC:".
015200     05  VTA-LI-DESCUENTO            PIC ZZZ,ZZZ,ZZ9.99-.
015300     05  FILLER                      PIC X(09) VALUE " COBRADO:".
015400     05  VTA-LI-COBRADO              PIC ZZZ,ZZZ,ZZ9.99-.
015500
015600 01  VTA-LINEA-NOMINA.
015700     05  FILLER                      PIC X(10) VALUE "   NOMINA:".
015800     05  VTA-LN-NOMINA               PIC ZZZ,ZZZ,ZZ9.99-.
015900     05  FILLER                      PIC X(06) VALUE " TOPE:".
016000     05  VTA-LN-TOPE                 PIC Z,ZZZ,ZZ9.99.
016100     05  FILLER                      PIC X(11)
016200         VALUE " USO TOPE%:".
016300     05  VTA-LN-USO                  PIC ZZ9.99.
016400
016500 01  VTA-LINEA-TOTAL.
016600     05  FILLER                      PIC X(11)
016700         VALUE "EMPLEADOS: ".
016800     05  VTA-LTT-EMPLEADOS           PIC ZZ,ZZ9.
016900     05  FILLER                      PIC X(10) VALUE " COBRADO: ".
017000     05  VTA-LTT-COBRADO             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
017100     05  FILLER                      PIC X(09) VALUE " NOMINA: ".
017200     05  VTA-LTT-NOMINA              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
017300
017400 PROCEDURE DIVISION.
017500
017600 0000-MAINLINE.
017700
017800     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
017900
018000     IF VTA-MES-PEDIDO = ZERO
018100         PERFORM 9000-FINALIZAR THRU 9000-EXIT
018200         STOP RUN
018300     END-IF.
018400
018500     PERFORM 2000-ACUMULAR-COMPRA THRU 2000-EXIT
018600         UNTIL VTA-FIN-ARCHIVO.
018700
018800     PERFORM 8000-CERRAR-EMPLEADO THRU 8000-EXIT
018900         VARYING VTA-EMT-IDX FROM 1 BY 1
019000         UNTIL VTA-EMT-IDX > VTA-EMT-CANT.
019100
019200     PERFORM 8500-EMITIR-TOTALES THRU 8500-EXIT.
019300
019400     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
019500
019600     STOP RUN.
019700
019800 1000-INICIALIZAR.
019900
020000     OPEN INPUT CONS-EMP-FILE.
020100     OPEN INPUT EMPLEADO-FILE.
020200     OPEN INPUT MES-PARM-FILE.
020300     OPEN OUTPUT NOMINA-DESC-FILE.
020400     OPEN OUTPUT PERSONAL-REPORT-FILE.
020500
020600     READ MES-PARM-FILE
020700         AT END
020800             CONTINUE
020900     END-READ.
021000
021100     IF VTA-PARM-OK
021200         MOVE VTA-PARM-MES TO VTA-MES-PEDIDO
021300     END-IF.
021400
021500     IF VTA-MES-PEDIDO = ZERO
021600         DISPLAY "VTA8400 - FALTA EL MES A CERRAR (MESPARM)."
021700         MOVE 8 TO RETURN-CODE
021800         GO TO 1000-EXIT
021900     END-IF.
022000
022100     MOVE VTA-MES-PEDIDO TO VTA-LT-MES.
022200     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TITULO.
022300
022400     PERFORM 1100-LEER-COMPRA THRU 1100-EXIT.
022500
022600 1000-EXIT.
022700     EXIT.
022800
022900 1100-LEER-COMPRA.
023000
023100     READ CONS-EMP-FILE
023200         AT END
023300             SET VTA-FIN-ARCHIVO TO TRUE
023400     END-READ.
023500
023600 1100-EXIT.
023700     EXIT.
023800
023900******************************************************************
024000*2000-ACUMULAR-COMPRA: SI LA VENTA ES DEL MES PEDIDO, SUMA LA
024100*COMPRA AL ACUMULADO DE SU EMPLEADO (UNA DEVOLUCION RESTA). LO
024200*PAGADO CON EL MEDIO "NM" SE ACUMULA APARTE PARA SUELDOS. EL MES
024300*ES EL DE LA VENTA, EL MISMO CON QUE EJERCICIO5 CONTROLA EL TOPE.
024400******************************************************************
024500 2000-ACUMULAR-COMPRA.
024600
024700     MOVE VTA-CEM-VENTA-FECHA (1:6) TO VTA-MES-LEIDO.
024800
024900     IF VTA-MES-LEIDO NOT = VTA-MES-PEDIDO
025000         GO TO 2000-LEER
025100     END-IF.
025200
025300     MOVE VTA-CEM-LEGAJO TO VTA-EMP-BUSCADO.
025400     PERFORM 2100-BUSCAR-EMPLEADO THRU 2100-EXIT.
025500
025600     IF NOT VTA-EMP-ENCONTRADO
025700         IF VTA-EMT-CANT >= VTA-EMP-MAXIMO
025800             DISPLAY "VTA8400 - TABLA DE EMPLEADOS LLENA "
025900                     "(MAXIMO 500). AGRANDAR LA TABLA."
026000             MOVE 8 TO RETURN-CODE
026100             STOP RUN
026200         END-IF
026300         ADD 1 TO VTA-EMT-CANT
026400         SET VTA-EMT-IDX TO VTA-EMT-CANT
026500         SET VTA-EMT-FOUND-NDX TO VTA-EMT-CANT
026600         MOVE VTA-EMP-BUSCADO TO VTA-EMT-LEGAJO (VTA-EMT-IDX)
026700         MOVE ZERO TO VTA-EMT-CANT-COMPRAS (VTA-EMT-IDX)
026800         MOVE ZERO TO VTA-EMT-CANT-DEVOL (VTA-EMT-IDX)
026900         MOVE ZERO TO VTA-EMT-CANT-NOMINA (VTA-EMT-IDX)
027000         MOVE ZERO TO VTA-EMT-IMPORTE (VTA-EMT-IDX)
027100         MOVE ZERO TO VTA-EMT-DESCUENTO (VTA-EMT-IDX)
027200         MOVE ZERO TO VTA-EMT-COBRADO (VTA-EMT-IDX)
027300         MOVE ZERO TO VTA-EMT-NOMINA (VTA-EMT-IDX)
027400     END-IF.
027500
027600     SET VTA-EMT-IDX TO VTA-EMT-FOUND-NDX.
027700
027800     IF VTA-CEM-DEVOLUCION
027900         ADD 1 TO VTA-EMT-CANT-DEVOL (VTA-EMT-IDX)
028000         SUBTRACT VTA-CEM-IMPORTE
028100             FROM VTA-EMT-IMPORTE (VTA-EMT-IDX)
028200         SUBTRACT VTA-CEM-DESCUENTO
028300             FROM VTA-EMT-DESCUENTO (VTA-EMT-IDX)
028400         SUBTRACT VTA-CEM-TOTAL-COBRAR
028500             FROM VTA-EMT-COBRADO (VTA-EMT-IDX)
028600         IF VTA-CEM-POR-NOMINA
028700             ADD 1 TO VTA-EMT-CANT-NOMINA (VTA-EMT-IDX)
028800             SUBTRACT VTA-CEM-TOTAL-COBRAR
028900                 FROM VTA-EMT-NOMINA (VTA-EMT-IDX)
029000         END-IF
029100     ELSE
029200         ADD 1 TO VTA-EMT-CANT-COMPRAS (VTA-EMT-IDX)
029300         ADD VTA-CEM-IMPORTE
029400             TO VTA-EMT-IMPORTE (VTA-EMT-IDX)
029500         ADD VTA-CEM-DESCUENTO
029600             TO VTA-EMT-DESCUENTO (VTA-EMT-IDX)
029700         ADD VTA-CEM-TOTAL-COBRAR
029800             TO VTA-EMT-COBRADO (VTA-EMT-IDX)
029900         IF VTA-CEM-POR-NOMINA
030000             ADD 1 TO VTA-EMT-CANT-NOMINA (VTA-EMT-IDX)
030100             ADD VTA-CEM-TOTAL-COBRAR
030200                 TO VTA-EMT-NOMINA (VTA-EMT-IDX)
030300         END-IF
030400     END-IF.
030500
030600 2000-LEER.
030700     PERFORM 1100-LEER-COMPRA THRU 1100-EXIT.
030800
030900 2000-EXIT.
031000     EXIT.
031100
031200 2100-BUSCAR-EMPLEADO.
031300
031400     MOVE "N" TO VTA-SW-EMP-ENCONTRADO.
031500
031600     PERFORM 2110-COMPARAR-EMPLEADO THRU 2110-EXIT
031700         VARYING VTA-EMT-IDX FROM 1 BY 1
031800         UNTIL VTA-EMT-IDX > VTA-EMT-CANT
031900            OR VTA-EMP-ENCONTRADO.
032000
032100 2100-EXIT.
032200     EXIT.
032300
032400 2110-COMPARAR-EMPLEADO.
032500
032600     IF VTA-EMP-BUSCADO = VTA-EMT-LEGAJO (VTA-EMT-IDX)
032700         SET VTA-EMT-FOUND-NDX TO VTA-EMT-IDX
032800         SET VTA-EMP-ENCONTRADO TO TRUE
032900     END-IF.
033000
033100 2110-EXIT.
033200     EXIT.
033300
033400******************************************************************
033500*8000-CERRAR-EMPLEADO: EMITE EL REGISTRO DE DESCUENTO POR NOMINA
033600*DEL EMPLEADO (SI TIENE IMPORTE A DESCONTAR O A REINTEGRAR) Y SUS
033700*LINEAS DEL REPORTE DE RECURSOS HUMANOS. UN LEGAJO QUE YA NO ESTA
033800*EN EL MAESTRO SE INFORMA SIN NOMBRE Y CON TOPE CERO.
033900******************************************************************
034000 8000-CERRAR-EMPLEADO.
034100
034200     MOVE VTA-EMT-LEGAJO (VTA-EMT-IDX) TO VTA-EMP-LEGAJO.
034300     READ EMPLEADO-FILE
034400         INVALID KEY
034500             MOVE "*** NO ESTA EN EL MAESTRO ***"
034600                                     TO VTA-EMP-NOMBRE
034700             MOVE ZERO               TO VTA-EMP-TOPE-MENSUAL
034800     END-READ.
034900
035000     IF VTA-EMT-NOMINA (VTA-EMT-IDX) NOT = ZERO
035100         MOVE SPACES              TO VTA-NOMINA-DESC-RECORD
035200         MOVE VTA-MES-PEDIDO      TO VTA-NDS-MES
035300         MOVE VTA-EMT-LEGAJO (VTA-EMT-IDX)
035400                                  TO VTA-NDS-LEGAJO
035500         MOVE VTA-EMT-CANT-NOMINA (VTA-EMT-IDX)
035600                                  TO VTA-NDS-CANT-MOVIMIENTOS
035700         MOVE VTA-EMT-NOMINA (VTA-EMT-IDX)
035800                                  TO VTA-NDS-IMPORTE
035900         WRITE VTA-NOMINA-DESC-RECORD
036000         ADD 1 TO VTA-TOT-CANT-NOMINA
036100     END-IF.
036200
036300     MOVE ZERO TO VTA-USO-CALC.
036400     IF VTA-EMP-TOPE-MENSUAL > ZERO
036500         COMPUTE VTA-USO-CALC ROUNDED =
036600             VTA-EMT-COBRADO (VTA-EMT-IDX) * 100 /
036700             VTA-EMP-TOPE-MENSUAL
036800     END-IF.
036900     IF VTA-USO-CALC < ZERO
037000         MOVE ZERO TO VTA-USO-CALC
037100     END-IF.
037200     IF VTA-USO-CALC > VTA-USO-MAXIMO
037300         MOVE VTA-USO-MAXIMO TO VTA-USO-CALC
037400     END-IF.
037500
037600     MOVE VTA-EMT-LEGAJO (VTA-EMT-IDX)       TO VTA-LE-LEGAJO.
037700     MOVE VTA-EMP-NOMBRE                     TO VTA-LE-NOMBRE.
037800     MOVE VTA-EMT-CANT-COMPRAS (VTA-EMT-IDX) TO VTA-LE-COMPRAS.
037900     MOVE VTA-EMT-CANT-DEVOL (VTA-EMT-IDX)   TO VTA-LE-DEVOL.
038000     WRITE VTA-REPORT-LINE FROM VTA-LINEA-EMPLEADO.
038100
038200     MOVE VTA-EMT-IMPORTE (VTA-EMT-IDX)      TO VTA-LI-IMPORTE.
038300     MOVE VTA-EMT-DESCUENTO (VTA-EMT-IDX)    TO VTA-LI-DESCUENTO.
038400     MOVE VTA-EMT-COBRADO (VTA-EMT-IDX)      TO VTA-LI-COBRADO.
038500     WRITE VTA-REPORT-LINE FROM VTA-LINEA-IMPORTES.
038600
038700     MOVE VTA-EMT-NOMINA (VTA-EMT-IDX)       TO VTA-LN-NOMINA.
038800     MOVE VTA-EMP-TOPE-MENSUAL               TO VTA-LN-TOPE.
038900     MOVE VTA-USO-CALC                       TO VTA-LN-USO.
039000     WRITE VTA-REPORT-LINE FROM VTA-LINEA-NOMINA.
039100
039200     ADD 1 TO VTA-TOT-EMPLEADOS.
039300     ADD VTA-EMT-COBRADO (VTA-EMT-IDX) TO VTA-TOT-COBRADO.
039400     ADD VTA-EMT-NOMINA (VTA-EMT-IDX)  TO VTA-TOT-NOMINA.
039500
039600 8000-EXIT.
039700     EXIT.
039800
039900 8500-EMITIR-TOTALES.
040000
040100     MOVE VTA-TOT-EMPLEADOS   TO VTA-LTT-EMPLEADOS.
040200     MOVE VTA-TOT-COBRADO     TO VTA-LTT-COBRADO.
040300     MOVE VTA-TOT-NOMINA      TO VTA-LTT-NOMINA.
040400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
040500
040600 8500-EXIT.
040700     EXIT.
040800
040900 9000-FINALIZAR.
041000
041100     CLOSE CONS-EMP-FILE.
041200     CLOSE EMPLEADO-FILE.
041300     CLOSE MES-PARM-FILE.
041400     CLOSE NOMINA-DESC-FILE.
041500     CLOSE PERSONAL-REPORT-FILE.
041600
041700     IF VTA-MES-PEDIDO NOT = ZERO
041800         DISPLAY "VTA8400 - EMPLEADOS CON COMPRAS: "
041900                 VTA-TOT-EMPLEADOS
042000                 " CON DESCUENTO POR NOMINA: "
042100                 VTA-TOT-CANT-NOMINA
042200     END-IF.
042300
042400 9000-EXIT.
042500     EXIT.
042600
042700 END PROGRAM VTA8400.

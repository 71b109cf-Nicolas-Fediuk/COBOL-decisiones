000100******************************************************************
000200*LISTADO MENSUAL DE PERCEPCIONES DE INGRESOS BRUTOS PARA LA
000300*DECLARACION JURADA DEL AGENTE DE PERCEPCION. CORRE EN EL CIERRE
000400*MENSUAL (VTAM010) CON EL MISMO MESPARM QUE EL LIBRO IVA.
000500*LEE EL LOG DE AUDITORIA DEL MES (POR VTA-AUD-FECHA, COMO VTA2500)
000600*Y ACUMULA CADA REGISTRO CON PERCEPCION POR CLIENTE Y ALICUOTA: LA
000700*BASE IMPONIBLE (MERCADERIA MAS RECARGO Y ENVIO, SIN IVA, COMO LA
000800*CALCULA EJERCICIO5) Y LA PERCEPCION. LAS DEVOLUCIONES Y LOS
000900*REVERSOS VIENEN EN NEGATIVO Y NETEAN CONTRA LAS VENTAS DE SU
001000*CLIENTE Y ALICUOTA. EL CUIT Y EL NOMBRE SALEN DE CLIENTEM.
001100*EL LISTADO (PERCRPT) TERMINA CON LOS TOTALES POR ALICUOTA Y EL
001200*TOTAL DEL MES, QUE DEBE ATAR CON EL NETO DE LOS CONCEPTOS "P" Y
001300*"Q" DE LA CUENTA DE PERCEPCIONES (TIER 94) EN EL MAYOR.
001400******************************************************************
001500*MODIFICACIONES:
001600*2026-10-15 NF  PROGRAMA ORIGINAL.
001700******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. VTA9400.
002000 AUTHOR. N. FEDIUK.
002100 INSTALLATION. PERFUMERIA - SISTEMAS.
002200 DATE-WRITTEN. 2026-10-15.
002300 DATE-COMPILED. 2026-10-15.
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS SEQUENTIAL
003100         RECORD KEY IS VTA-AUD-KEY
003200         FILE STATUS IS VTA-AUDIT-STATUS.
003300
003400     SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIENTEM"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS VTA-CLI-ID
003800         FILE STATUS IS VTA-CLIMTR-STATUS.
003900
004000     SELECT MES-PARM-FILE ASSIGN TO "MESPARM"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS VTA-PARM-STATUS.
004300
004400     SELECT PERC-REPORT-FILE ASSIGN TO "PERCRPT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS VTA-REPORT-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  AUDIT-LOG-FILE
005100     RECORDING MODE IS F.
005200     COPY VTAAUDIT.
005300
005400 FD  CLIENTE-MASTER-FILE
005500     RECORDING MODE IS F.
005600     COPY VTACLTE.
005700
005800 FD  MES-PARM-FILE
005900     RECORDING MODE IS F.
006000 01  VTA-MES-PARM-RECORD.
006100     05  VTA-PARM-MES                PIC 9(06).
006200     05  FILLER                      PIC X(74).
006300
006400 FD  PERC-REPORT-FILE.
006500 01  VTA-REPORT-LINE                 PIC X(80).
006600
006700 WORKING-STORAGE SECTION.
006800
006900 01  VTA-AUDIT-STATUS                PIC X(02).
007000     88  VTA-AUDIT-OK                VALUE "00".
007100
007200 01  VTA-CLIMTR-STATUS               PIC X(02).
007300     88  VTA-CLIMTR-OK               VALUE "00".
007400
007500 01  VTA-PARM-STATUS                 PIC X(02).
007600     88  VTA-PARM-OK                 VALUE "00".
007700
007800 01  VTA-REPORT-STATUS               PIC X(02).
007900     88  VTA-REPORT-OK               VALUE "00".
008000
008100 01  VTA-SWITCHES.
008200     05  VTA-SW-FIN-ARCHIVO          PIC X(01) VALUE "N".
008300         88  VTA-FIN-ARCHIVO         VALUE "S".
008400
008500 01  VTA-MES-PEDIDO                  PIC 9(06) VALUE ZERO.
008600 01  VTA-MES-LEIDO                   PIC 9(06).
008700
008800*IMPORTES DEL REGISTRO.
008900 01  VTA-REG-RECARGO                 PIC S9(07)V9(02).
009000 01  VTA-REG-ENVIO                   PIC S9(07)V9(02).
009100 01  VTA-REG-BASE                    PIC S9(09)V9(02).
009200
009300*PERCEPCIONES DEL MES POR CLIENTE Y ALICUOTA, ORDENADAS POR CLAVE
009400*PARA LA BUSQUEDA BINARIA (EL LOG VIENE EN ORDEN DE TRANSACCION).
009500 77  VTA-PCL-MAXIMO                  PIC 9(05) COMP VALUE 5000.
009600 01  VTA-TABLA-PERCEPCIONES.
009700     05  VTA-PCL-CANT                PIC 9(05) COMP VALUE ZERO.
009800     05  VTA-PCL-ENTRADA OCCURS 5000 TIMES.
009900         10  VTA-PCL-CLAVE.
010000             15  VTA-PCL-CLIENTE     PIC 9(08).
010100             15  VTA-PCL-ALICUOTA    PIC 9(02)V9(02).
010200         10  VTA-PCL-OPERACIONES     PIC 9(05) COMP.
010300         10  VTA-PCL-BASE            PIC S9(09)V9(02).
010400         10  VTA-PCL-PERCEPCION      PIC S9(09)V9(02).
010500
010600*TOTALES POR ALICUOTA, EN ORDEN DE ALICUOTA.
010700 77  VTA-PAL-MAXIMO                  PIC 9(03) COMP VALUE 50.
010800 01  VTA-TABLA-ALICUOTAS.
010900     05  VTA-PAL-CANT                PIC 9(03) COMP VALUE ZERO.
011000     05  VTA-PAL-ENTRADA OCCURS 50 TIMES.
011100         10  VTA-PAL-ALICUOTA        PIC 9(02)V9(02).
011200         10  VTA-PAL-BASE            PIC S9(09)V9(02).
011300         10  VTA-PAL-PERCEPCION      PIC S9(09)V9(02).
011400
011500*BUSQUEDA BINARIA: SI LA CLAVE NO ESTA, VTA-BB-POS QUEDA EN CERO Y
011600*VTA-BB-INF ES LA POSICION DONDE INSERTARLA.
011700 01  VTA-CLAVE-BUSCAR.
011800     05  VTA-CLB-CLIENTE             PIC 9(08).
011900     05  VTA-CLB-ALICUOTA            PIC 9(02)V9(02).
012000 01  VTA-BUSQUEDA.
012100     05  VTA-BB-INF                  PIC 9(05) COMP.
012200     05  VTA-BB-SUP                  PIC 9(05) COMP.
012300     05  VTA-BB-MED                  PIC 9(05) COMP.
012400     05  VTA-BB-POS                  PIC 9(05) COMP.
012500 01  VTA-PCL-SUB                     PIC 9(05) COMP.
012600 01  VTA-PAL-SUB                     PIC 9(03) COMP.
012700 01  VTA-PAL-POS                     PIC 9(03) COMP.
012800
012900 01  VTA-TOTALES-MES.
013000     05  VTA-TOT-REGISTROS           PIC 9(07) COMP VALUE ZERO.
013100     05  VTA-TOT-BASE                PIC S9(09)V9(02) VALUE ZERO.
013200     05  VTA-TOT-PERCEPCION          PIC S9(09)V9(02) VALUE ZERO.
013300
013400*LINEAS DE IMPRESION.
013500 01  VTA-LINEA-TITULO.
013600     05  FILLER                      PIC X(40)
013700         VALUE "PERCEPCIONES DE INGRESOS BRUTOS - MES: ".
013800     05  VTA-LT-MES                  PIC 9(06).
013900
014000 01  VTA-LINEA-ENCABEZADO.
014100     05  FILLER                      PIC X(42)
014200         VALUE "CLIENTE  CUIT        NOMBRE               ".
014300     05  FILLER                      PIC X(36)
014400         VALUE "ALIC.     BASE IMPON.    PERCEPCION".
014500
014600 01  VTA-LINEA-DETALLE.
014700     05  VTA-LD-CLIENTE              PIC 9(08).
014800     05  FILLER                      PIC X(01) VALUE SPACE.
014900     05  VTA-LD-CUIT                 PIC 9(11).
015000     05  FILLER                      PIC X(01) VALUE SPACE.
015100     05  VTA-LD-NOMBRE               PIC X(20).
015200     05  FILLER                      PIC X(01) VALUE SPACE.
015300     05  VTA-LD-ALICUOTA             PIC Z9.99.
015400     05  FILLER                      PIC X(01) VALUE SPACE.
015500     05  VTA-LD-BASE                 PIC ZZZ,ZZZ,ZZ9.99-.
015600     05  VTA-LD-PERCEPCION           PIC ZZ,ZZZ,ZZ9.99-.
015700
015800 01  VTA-LINEA-ALICUOTA.
015900     05  FILLER                      PIC X(21)
016000         VALUE "TOTAL ALICUOTA".
016100     05  FILLER                      PIC X(21) VALUE SPACES.
016200     05  VTA-LAL-ALICUOTA            PIC Z9.99.
016300     05  FILLER                      PIC X(01) VALUE SPACE.
016400     05  VTA-LAL-BASE                PIC ZZZ,ZZZ,ZZ9.99-.
016500     05  VTA-LAL-PERCEPCION          PIC ZZ,ZZZ,ZZ9.99-.
016600
016700 01  VTA-LINEA-TOTAL.
016800     05  FILLER                      PIC X(21)
016900         VALUE "TOTAL DEL MES".
017000     05  FILLER                      PIC X(27) VALUE SPACES.
017100     05  VTA-LTT-BASE                PIC ZZZ,ZZZ,ZZ9.99-.
017200     05  VTA-LTT-PERCEPCION          PIC ZZ,ZZZ,ZZ9.99-.
017300
017400 01  VTA-LINEA-CANTIDAD.
017500     05  VTA-LC-TEXTO                PIC X(40).
017600     05  VTA-LC-CANT                 PIC Z,ZZZ,ZZ9.
017700
017800 PROCEDURE DIVISION.
017900
018000 0000-MAINLINE.
018100
018200     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
018300
018400     IF VTA-MES-PEDIDO = ZERO
018500         PERFORM 9000-FINALIZAR THRU 9000-EXIT
018600         STOP RUN
018700     END-IF.
018800
018900     PERFORM 2000-ACUMULAR-REGISTRO THRU 2000-EXIT
019000         UNTIL VTA-FIN-ARCHIVO.
019100
019200     PERFORM 3000-IMPRIMIR-CLIENTE THRU 3000-EXIT
019300         VARYING VTA-PCL-SUB FROM 1 BY 1
019400         UNTIL VTA-PCL-SUB > VTA-PCL-CANT.
019500
019600     PERFORM 4000-IMPRIMIR-TOTALES THRU 4000-EXIT.
019700
019800     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
019900
020000     STOP RUN.
020100
020200 1000-INICIALIZAR.
020300
020400     OPEN INPUT AUDIT-LOG-FILE.
020500     OPEN INPUT CLIENTE-MASTER-FILE.
020600     OPEN INPUT MES-PARM-FILE.
020700     OPEN OUTPUT PERC-REPORT-FILE.
020800
020900     READ MES-PARM-FILE
021000         AT END
021100             CONTINUE
021200     END-READ.
021300
021400     IF VTA-PARM-OK
021500         MOVE VTA-PARM-MES TO VTA-MES-PEDIDO
021600     END-IF.
021700
021800     IF VTA-MES-PEDIDO = ZERO
021900         DISPLAY "VTA9400 - FALTA EL MES A PROCESAR (MESPARM)."
022000         MOVE 8 TO RETURN-CODE
022100         GO TO 1000-EXIT
022200     END-IF.
022300
022400     MOVE VTA-MES-PEDIDO TO VTA-LT-MES.
022500     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TITULO.
022600     MOVE SPACES TO VTA-REPORT-LINE.
022700     WRITE VTA-REPORT-LINE.
022800     WRITE VTA-REPORT-LINE FROM VTA-LINEA-ENCABEZADO.
022900
023000     PERFORM 1100-LEER-AUDITORIA THRU 1100-EXIT.
023100
023200 1000-EXIT.
023300     EXIT.
023400
023500 1100-LEER-AUDITORIA.
023600
023700     READ AUDIT-LOG-FILE
023800         AT END
023900             SET VTA-FIN-ARCHIVO TO TRUE
024000     END-READ.
024100
024200 1100-EXIT.
024300     EXIT.
024400
024500******************************************************************
024600*2000-ACUMULAR-REGISTRO: SUMA LA BASE Y LA PERCEPCION DE CADA
024700*REGISTRO DEL MES CON PERCEPCION A SU CLIENTE Y ALICUOTA. LOS
024800*REGISTROS GRABADOS ANTES DE LA PERCEPCION LA TRAEN EN BLANCO.
024900******************************************************************
025000 2000-ACUMULAR-REGISTRO.
025100
025200     MOVE VTA-AUD-FECHA (1:6) TO VTA-MES-LEIDO.
025300
025400     IF VTA-MES-LEIDO NOT = VTA-MES-PEDIDO
025500         GO TO 2000-LEER
025600     END-IF.
025700
025800     IF VTA-AUD-PERC-IIBB NOT NUMERIC
025900        OR VTA-AUD-PERC-ALICUOTA NOT NUMERIC
026000         GO TO 2000-LEER
026100     END-IF.
026200
026300     IF VTA-AUD-PERC-IIBB = ZERO
026400         GO TO 2000-LEER
026500     END-IF.
026600
026700     IF VTA-AUD-RECARGO NUMERIC
026800         MOVE VTA-AUD-RECARGO TO VTA-REG-RECARGO
026900     ELSE
027000         MOVE ZERO            TO VTA-REG-RECARGO
027100     END-IF.
027200
027300     IF VTA-AUD-ENVIO NUMERIC
027400         MOVE VTA-AUD-ENVIO   TO VTA-REG-ENVIO
027500     ELSE
027600         MOVE ZERO            TO VTA-REG-ENVIO
027700     END-IF.
027800
027900     COMPUTE VTA-REG-BASE = VTA-AUD-TOTAL + VTA-REG-RECARGO
028000                          + VTA-REG-ENVIO.
028100
028200     MOVE VTA-AUD-CLIENTE-ID    TO VTA-CLB-CLIENTE.
028300     MOVE VTA-AUD-PERC-ALICUOTA TO VTA-CLB-ALICUOTA.
028400     PERFORM 5000-BUSCAR-CLAVE THRU 5000-EXIT.
028500
028600     IF VTA-BB-POS = ZERO
028700         PERFORM 2100-AGREGAR-CLAVE THRU 2100-EXIT
028800     END-IF.
028900
029000     ADD 1                 TO VTA-PCL-OPERACIONES (VTA-BB-POS).
029100     ADD VTA-REG-BASE      TO VTA-PCL-BASE (VTA-BB-POS).
029200     ADD VTA-AUD-PERC-IIBB TO VTA-PCL-PERCEPCION (VTA-BB-POS).
029300
029400     ADD 1                 TO VTA-TOT-REGISTROS.
029500     ADD VTA-REG-BASE      TO VTA-TOT-BASE.
029600     ADD VTA-AUD-PERC-IIBB TO VTA-TOT-PERCEPCION.
029700
029800     PERFORM 2200-ACUMULAR-ALICUOTA THRU 2200-EXIT.
029900
030000 2000-LEER.
030100     PERFORM 1100-LEER-AUDITORIA THRU 1100-EXIT.
030200
030300 2000-EXIT.
030400     EXIT.
030500
030600 2100-AGREGAR-CLAVE.
030700
030800     IF VTA-PCL-CANT NOT < VTA-PCL-MAXIMO
030900         DISPLAY "VTA9400 - TABLA DE PERCEPCIONES LLENA (MAXIMO "
031000                 VTA-PCL-MAXIMO "). AGRANDAR LA TABLA."
031100         CLOSE AUDIT-LOG-FILE
031200         CLOSE CLIENTE-MASTER-FILE
031300         CLOSE MES-PARM-FILE
031400         CLOSE PERC-REPORT-FILE
031500         MOVE 8 TO RETURN-CODE
031600         STOP RUN
031700     END-IF.
031800
031900     PERFORM 2110-CORRER-ENTRADA THRU 2110-EXIT
032000         VARYING VTA-PCL-SUB FROM VTA-PCL-CANT BY -1
032100         UNTIL VTA-PCL-SUB < VTA-BB-INF.
032200
032300     ADD 1 TO VTA-PCL-CANT.
032400     MOVE VTA-BB-INF       TO VTA-BB-POS.
032500     MOVE VTA-CLAVE-BUSCAR TO VTA-PCL-CLAVE (VTA-BB-POS).
032600     MOVE ZERO             TO VTA-PCL-OPERACIONES (VTA-BB-POS).
032700     MOVE ZERO             TO VTA-PCL-BASE (VTA-BB-POS).
032800     MOVE ZERO             TO VTA-PCL-PERCEPCION (VTA-BB-POS).
032900
033000 2100-EXIT.
033100     EXIT.
033200
033300*DEJA LIBRE LA POSICION DE INSERCION CORRIENDO UN LUGAR LAS
033400*ENTRADAS DE CLAVE MAYOR.
033500 2110-CORRER-ENTRADA.
033600
033700     MOVE VTA-PCL-ENTRADA (VTA-PCL-SUB)
033800                             TO VTA-PCL-ENTRADA (VTA-PCL-SUB + 1).
033900
034000 2110-EXIT.
034100     EXIT.
034200
034300******************************************************************
034400*2200-ACUMULAR-ALICUOTA: SUMA EL REGISTRO AL TOTAL DE SU ALICUOTA.
034500*LA TABLA ES CHICA: SE RECORRE HASTA LA ALICUOTA O LA PRIMERA
034600*MAYOR, DONDE SE INSERTA SI NO ESTA.
034700******************************************************************
034800 2200-ACUMULAR-ALICUOTA.
034900
035000     MOVE ZERO TO VTA-PAL-POS.
035100     PERFORM 2210-UBICAR-ALICUOTA THRU 2210-EXIT
035200         VARYING VTA-PAL-SUB FROM 1 BY 1
035300         UNTIL VTA-PAL-SUB > VTA-PAL-CANT
035400            OR VTA-PAL-POS > ZERO.
035500
035600     IF VTA-PAL-POS = ZERO
035700         MOVE VTA-PAL-SUB TO VTA-PAL-POS
035800     END-IF.
035900
036000     IF VTA-PAL-POS > VTA-PAL-CANT
036100         PERFORM 2220-AGREGAR-ALICUOTA THRU 2220-EXIT
036200     ELSE
036300         IF VTA-PAL-ALICUOTA (VTA-PAL-POS) NOT = VTA-CLB-ALICUOTA
036400             PERFORM 2220-AGREGAR-ALICUOTA THRU 2220-EXIT
036500         END-IF
036600     END-IF.
036700
036800     ADD VTA-REG-BASE      TO VTA-PAL-BASE (VTA-PAL-POS).
036900     ADD VTA-AUD-PERC-IIBB TO VTA-PAL-PERCEPCION (VTA-PAL-POS).
037000
037100 2200-EXIT.
037200     EXIT.
037300
037400 2210-UBICAR-ALICUOTA.
037500
037600     IF VTA-PAL-ALICUOTA (VTA-PAL-SUB) NOT < VTA-CLB-ALICUOTA
037700         MOVE VTA-PAL-SUB TO VTA-PAL-POS
037800     END-IF.
037900
038000 2210-EXIT.
038100     EXIT.
038200
038300 2220-AGREGAR-ALICUOTA.
038400
038500     IF VTA-PAL-CANT NOT < VTA-PAL-MAXIMO
038600         DISPLAY "VTA9400 - TABLA DE ALICUOTAS LLENA (MAXIMO "
038700                 VTA-PAL-MAXIMO "). AGRANDAR LA TABLA."
038800         CLOSE AUDIT-LOG-FILE
038900         CLOSE CLIENTE-MASTER-FILE
039000         CLOSE MES-PARM-FILE
039100         CLOSE PERC-REPORT-FILE
039200         MOVE 8 TO RETURN-CODE
039300         STOP RUN
039400     END-IF.
039500
039600     PERFORM 2230-CORRER-ALICUOTA THRU 2230-EXIT
039700         VARYING VTA-PAL-SUB FROM VTA-PAL-CANT BY -1
039800         UNTIL VTA-PAL-SUB < VTA-PAL-POS.
039900
040000     ADD 1 TO VTA-PAL-CANT.
040100     MOVE VTA-CLB-ALICUOTA TO VTA-PAL-ALICUOTA (VTA-PAL-POS).
040200     MOVE ZERO             TO VTA-PAL-BASE (VTA-PAL-POS).
040300     MOVE ZERO             TO VTA-PAL-PERCEPCION (VTA-PAL-POS).
040400
040500 2220-EXIT.
040600     EXIT.
040700
040800 2230-CORRER-ALICUOTA.
040900
041000     MOVE VTA-PAL-ENTRADA (VTA-PAL-SUB)
041100                             TO VTA-PAL-ENTRADA (VTA-PAL-SUB + 1).
041200
041300 2230-EXIT.
041400     EXIT.
041500
041600******************************************************************
041700*3000-IMPRIMIR-CLIENTE: UNA LINEA POR CLIENTE Y ALICUOTA. UN
041800*CLIENTE ANONIMIZADO CONSERVA EL CUIT QUE EXIGE LA DECLARACION.
041900******************************************************************
042000 3000-IMPRIMIR-CLIENTE.
042100
042200     MOVE VTA-PCL-CLIENTE (VTA-PCL-SUB) TO VTA-CLI-ID.
042300     READ CLIENTE-MASTER-FILE
042400         INVALID KEY
042500             MOVE ZERO                  TO VTA-CLI-CUIT
042600             MOVE "CLIENTE INEXISTENTE" TO VTA-CLI-NOMBRE
042700     END-READ.
042800
042900     IF VTA-CLI-CUIT NOT NUMERIC
043000         MOVE ZERO TO VTA-CLI-CUIT
043100     END-IF.
043200
043300     MOVE VTA-PCL-CLIENTE (VTA-PCL-SUB)    TO VTA-LD-CLIENTE.
043400     MOVE VTA-CLI-CUIT                     TO VTA-LD-CUIT.
043500     MOVE VTA-CLI-NOMBRE                   TO VTA-LD-NOMBRE.
043600     MOVE VTA-PCL-ALICUOTA (VTA-PCL-SUB)   TO VTA-LD-ALICUOTA.
043700     MOVE VTA-PCL-BASE (VTA-PCL-SUB)       TO VTA-LD-BASE.
043800     MOVE VTA-PCL-PERCEPCION (VTA-PCL-SUB) TO VTA-LD-PERCEPCION.
043900     WRITE VTA-REPORT-LINE FROM VTA-LINEA-DETALLE.
044000
044100 3000-EXIT.
044200     EXIT.
044300
044400 4000-IMPRIMIR-TOTALES.
044500
044600     MOVE SPACES TO VTA-REPORT-LINE.
044700     WRITE VTA-REPORT-LINE.
044800
044900     PERFORM 4100-IMPRIMIR-ALICUOTA THRU 4100-EXIT
045000         VARYING VTA-PAL-SUB FROM 1 BY 1
045100         UNTIL VTA-PAL-SUB > VTA-PAL-CANT.
045200
045300     MOVE VTA-TOT-BASE       TO VTA-LTT-BASE.
045400     MOVE VTA-TOT-PERCEPCION TO VTA-LTT-PERCEPCION.
045500     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
045600
045700     MOVE SPACES TO VTA-REPORT-LINE.
045800     WRITE VTA-REPORT-LINE.
045900     MOVE "OPERACIONES CON PERCEPCION"   TO VTA-LC-TEXTO.
046000     MOVE VTA-TOT-REGISTROS              TO VTA-LC-CANT.
046100     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
046200     MOVE "LINEAS POR CLIENTE Y ALICUOTA" TO VTA-LC-TEXTO.
046300     MOVE VTA-PCL-CANT                   TO VTA-LC-CANT.
046400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
046500
046600 4000-EXIT.
046700     EXIT.
046800
046900 4100-IMPRIMIR-ALICUOTA.
047000
047100     MOVE VTA-PAL-ALICUOTA (VTA-PAL-SUB)   TO VTA-LAL-ALICUOTA.
047200     MOVE VTA-PAL-BASE (VTA-PAL-SUB)       TO VTA-LAL-BASE.
047300     MOVE VTA-PAL-PERCEPCION (VTA-PAL-SUB) TO VTA-LAL-PERCEPCION.
047400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-ALICUOTA.
047500
047600 4100-EXIT.
047700     EXIT.
047800
047900******************************************************************
048000*5000-BUSCAR-CLAVE: BUSQUEDA BINARIA DE VTA-CLAVE-BUSCAR.
048100******************************************************************
048200 5000-BUSCAR-CLAVE.
048300
048400     MOVE 1            TO VTA-BB-INF.
048500     MOVE VTA-PCL-CANT TO VTA-BB-SUP.
048600     MOVE ZERO         TO VTA-BB-POS.
048700     PERFORM 5100-PARTIR-TABLA THRU 5100-EXIT
048800         UNTIL VTA-BB-INF > VTA-BB-SUP
048900            OR VTA-BB-POS > ZERO.
049000
049100 5000-EXIT.
049200     EXIT.
049300
049400 5100-PARTIR-TABLA.
049500
049600     COMPUTE VTA-BB-MED = (VTA-BB-INF + VTA-BB-SUP) / 2.
049700
049800     IF VTA-PCL-CLAVE (VTA-BB-MED) = VTA-CLAVE-BUSCAR
049900         MOVE VTA-BB-MED TO VTA-BB-POS
050000         GO TO 5100-EXIT
050100     END-IF.
050200
050300     IF VTA-PCL-CLAVE (VTA-BB-MED) < VTA-CLAVE-BUSCAR
050400         COMPUTE VTA-BB-INF = VTA-BB-MED + 1
050500     ELSE
050600         IF VTA-BB-MED = 1
050700             MOVE ZERO TO VTA-BB-SUP
050800         ELSE
050900             COMPUTE VTA-BB-SUP = VTA-BB-MED - 1
051000         END-IF
051100     END-IF.
051200
051300 5100-EXIT.
051400     EXIT.
051500
051600 9000-FINALIZAR.
051700
051800     CLOSE AUDIT-LOG-FILE.
051900     CLOSE CLIENTE-MASTER-FILE.
052000     CLOSE MES-PARM-FILE.
052100     CLOSE PERC-REPORT-FILE.
052200
052300     DISPLAY "VTA9400 - PERCEPCIONES DEL MES: " VTA-TOT-REGISTROS.
052400
052500 9000-EXIT.
052600     EXIT.
052700
052800 END PROGRAM VTA9400.

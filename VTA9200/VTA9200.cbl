000100******************************************************************
000200*EXPORTACION MENSUAL DEL LIBRO IVA VENTAS AL LIBRO IVA DIGITAL DE
000300*AFIP. CORRE EN EL CIERRE MENSUAL (VTAM010) DESPUES DEL LIBRO
000400*IMPRESO (VTA2500), CON EL MISMO MESPARM, Y GRABA LOS DOS ARCHIVOS
000500*DE FORMATO FIJO QUE ACEPTA EL IMPORTADOR DE AFIP PARA VENTAS:
000600*  - LIVACBTE (VTALIVC): UN REGISTRO POR COMPROBANTE, CON TIPO,
000700*    PUNTO DE VENTA Y NUMERO DE FACTELEC, DOCUMENTO (CUIT) Y
000800*    NOMBRE DEL CLIENTE, TOTAL E IMPORTE EXENTO.
000900*  - LIVAALIC (VTALIVA): UNA LINEA POR TASA DE IVA DE CADA
001000*    COMPROBANTE, CON EL NETO GRAVADO Y EL IVA.
001100*LEE EL LOG DE AUDITORIA CON EL MISMO CRITERIO QUE VTA2500 (MES
001200*POR VTA-AUD-FECHA, NETO CON RECARGO Y ENVIO, TASA DE LA
001300*MERCADERIA POR VTA-AUD-CAT-IVA, DEL RECARGO POR SU PROPIA
001400*CATEGORIA Y DEL ENVIO A LA GENERAL), ASI CADA IMPORTE EXPORTADO
001500*ES EL MISMO QUE IMPRIME EL LIBRO.
001600*CADA VENTA (N/O) Y CADA DEVOLUCION (V) ES UN COMPROBANTE; EL TIPO
001700*DE AFIP SALE DE FACTELEC: "A" 001, "B" 006 Y LA NOTA DE CREDITO
001800*"C" 003 O 008 SEGUN LA CONDICION DE IVA DEL CLIENTE (A O B, COMO
001900*EN VTA4500). LOS REVERSOS DE VTA0700 NO TIENEN COMPROBANTE: NO SE
002000*EXPORTAN Y EL LISTADO LOS MUESTRA COMO AJUSTES DEL LIBRO.
002100*HACE DOS PASADAS SOBRE EL LOG. LA PRIMERA CONTROLA CADA
002200*COMPROBANTE Y LISTA COMO BLOQUEANTE TODA VENTA SIN CAE
002300*AUTORIZADO, SIN PUNTO DE VENTA, CON UN TIPO O UNA TASA QUE AFIP
002400*NO ADMITE, O CUYA CLAVE YA TUVO OTRO COMPROBANTE EN EL MES. CON
002500*ALGUN BLOQUEANTE NO SE GRABA NINGUN REGISTRO (LOS ARCHIVOS
002600*QUEDAN VACIOS) Y EL PROGRAMA TERMINA CON RC 4 PARA QUE EL CIERRE
002700*DE PERIODO ESPERE. SIN BLOQUEANTES, LA SEGUNDA PASADA GRABA LOS
002800*ARCHIVOS.
002900*EL LISTADO DE CONTROL (LIVACTRL) CIERRA CON LOS TOTALES DE LOS
003000*ARCHIVOS POR ALICUOTA Y CON LA CONCILIACION CONTRA EL LIBRO:
003100*EXPORTADO (LAS NOTAS DE CREDITO RESTAN) MAS REVERSOS DEBE DAR EL
003200*NETO, EL IVA Y EL TOTAL DEL LIBRO IVA. SI NO ATA, RC 8.
003300*EL PUNTO DE VENTA DE UNA FACTURA CARGADA ANTES DE QUE FACTELEC LO
003400*GUARDARA SE TOMA DEL PARAMETRO OPCIONAL IVADPRM.
003500******************************************************************
003600*MODIFICACIONES:
003700*2026-10-15 NF  PROGRAMA ORIGINAL.
003733*2026-10-15 NF  EL COMPROBANTE INFORMA LA PERCEPCION DE INGRESOS
003766*               BRUTOS DE LA VENTA (YA INCLUIDA EN EL TOTAL).
003800******************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. VTA9200.
004100 AUTHOR. N. FEDIUK.
004200 INSTALLATION. PERFUMERIA - SISTEMAS.
004300 DATE-WRITTEN. 2026-10-15.
004400 DATE-COMPILED. 2026-10-15.
004500
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS VTA-AUD-KEY
005300         FILE STATUS IS VTA-AUDIT-STATUS.
005400
005500     SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIENTEM"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS VTA-CLI-ID
005900         FILE STATUS IS VTA-CLIMTR-STATUS.
006000
006100     SELECT FACT-ELEC-FILE ASSIGN TO "FACTELEC"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS VTA-FAC-CLAVE
006500         FILE STATUS IS VTA-FACT-STATUS.
006600
006700     SELECT MES-PARM-FILE ASSIGN TO "MESPARM"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS VTA-PARM-STATUS.
007000
007100     SELECT OPTIONAL IVAD-PARM-FILE ASSIGN TO "IVADPRM"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS VTA-IDPARM-STATUS.
007400
007500     SELECT LIVA-CBTE-FILE ASSIGN TO "LIVACBTE"
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS VTA-LVCBTE-STATUS.
007800
007900     SELECT LIVA-ALIC-FILE ASSIGN TO "LIVAALIC"
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS VTA-LVALIC-STATUS.
008200
008300     SELECT LIVA-CTRL-FILE ASSIGN TO "LIVACTRL"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS VTA-REPORT-STATUS.
008600
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  AUDIT-LOG-FILE
009000     RECORDING MODE IS F.
009100     COPY VTAAUDIT.
009200
009300 FD  CLIENTE-MASTER-FILE
009400     RECORDING MODE IS F.
009500     COPY VTACLTE.
009600
009700 FD  FACT-ELEC-FILE
009800     RECORDING MODE IS F.
009900     COPY VTAFACT.
010000
010100 FD  MES-PARM-FILE
010200     RECORDING MODE IS F.
010300 01  VTA-MES-PARM-RECORD.
010400     05  VTA-PARM-MES                PIC 9(06).
010500     05  FILLER                      PIC X(74).
010600
010700*PUNTO DE VENTA PARA LAS FACTURAS DE FACTELEC SIN PUNTO DE VENTA.
010800 FD  IVAD-PARM-FILE
010900     RECORDING MODE IS F.
011000 01  VTA-IVAD-PARM-RECORD.
011100     05  VTA-IDP-PTO-VTA             PIC 9(05).
011200     05  FILLER                      PIC X(75).
011300
011400 FD  LIVA-CBTE-FILE
011500     RECORDING MODE IS F.
011600     COPY VTALIVC.
011700
011800 FD  LIVA-ALIC-FILE
011900     RECORDING MODE IS F.
012000     COPY VTALIVA.
012100
012200 FD  LIVA-CTRL-FILE.
012300 01  VTA-REPORT-LINE                 PIC X(80).
012400
012500 WORKING-STORAGE SECTION.
012600
012700 01  VTA-AUDIT-STATUS                PIC X(02).
012800     88  VTA-AUDIT-OK                VALUE "00".
012900     88  VTA-AUDIT-EOF               VALUE "10".
013000
013100 01  VTA-CLIMTR-STATUS               PIC X(02).
013200     88  VTA-CLIMTR-OK               VALUE "00".
013300
013400 01  VTA-FACT-STATUS                 PIC X(02).
013500     88  VTA-FACT-OK                 VALUE "00".
013600
013700 01  VTA-PARM-STATUS                 PIC X(02).
013800     88  VTA-PARM-OK                 VALUE "00".
013900
014000 01  VTA-IDPARM-STATUS               PIC X(02).
014100     88  VTA-IDPARM-OK               VALUE "00".
014200
014300 01  VTA-LVCBTE-STATUS               PIC X(02).
014400     88  VTA-LVCBTE-OK               VALUE "00".
014500
014600 01  VTA-LVALIC-STATUS               PIC X(02).
014700     88  VTA-LVALIC-OK               VALUE "00".
014800
014900 01  VTA-REPORT-STATUS               PIC X(02).
015000     88  VTA-REPORT-OK               VALUE "00".
015100
015200 01  VTA-SWITCHES.
015300     05  VTA-SW-FIN-ARCHIVO          PIC X(01) VALUE "N".
015400         88  VTA-FIN-ARCHIVO         VALUE "S".
015500     05  VTA-SW-FACT-EXISTE          PIC X(01) VALUE "N".
015600         88  VTA-FACT-EXISTE         VALUE "S".
015700     05  VTA-SW-BLOQUEO              PIC X(01) VALUE "N".
015800         88  VTA-CPTE-BLOQUEADO      VALUE "S".
015900
016000 01  VTA-MES-PEDIDO                  PIC 9(06) VALUE ZERO.
016100 01  VTA-MES-LEIDO                   PIC 9(06).
016200
016300*PUNTO DE VENTA POR DEFECTO (IVADPRM); CERO SI NO SE INFORMA.
016400 01  VTA-PTO-VTA-DEFECTO             PIC 9(05) VALUE ZERO.
016500
016600*TASAS DE IVA QUE TIENEN CODIGO DE ALICUOTA EN AFIP.
016700 01  VTA-TASA-AFIP-GENERAL           PIC 9(03)V9(02) VALUE 21.00.
016800 01  VTA-TASA-AFIP-REDUCIDA          PIC 9(03)V9(02) VALUE 10.50.
016900
017000*CLAVE DEL ULTIMO COMPROBANTE CONTROLADO: EL LOG SE LEE EN ORDEN
017100*DE CLAVE, ASI DOS COMPROBANTES DE LA MISMA CLAVE QUEDAN SEGUIDOS.
017200 01  VTA-CLAVE-ANTERIOR              PIC X(14) VALUE LOW-VALUES.
017300
017400*IMPORTES DEL REGISTRO CON EL CRITERIO DEL LIBRO (VER VTA2500).
017500 01  VTA-REG-RECARGO                 PIC S9(07)V9(02).
017600 01  VTA-REG-RECARGO-IVA             PIC S9(07)V9(02).
017700 01  VTA-REG-ENVIO                   PIC S9(07)V9(02).
017800 01  VTA-REG-ENVIO-IVA               PIC S9(07)V9(02).
017900 01  VTA-REG-NETO                    PIC S9(07)V9(02).
018000 01  VTA-REG-IVA                     PIC S9(07)V9(02).
018100
018200*COMPROBANTE EN ARMADO. LOS IMPORTES POR TASA CONSERVAN EL SIGNO
018300*DEL LOG; VTA-CPT-SIGNO (-1 EN LA NOTA DE CREDITO) LOS DEJA
018400*POSITIVOS AL GRABAR.
018500 01  VTA-COMPROBANTE.
018600     05  VTA-CPT-SIGNO               PIC S9(01).
018700     05  VTA-CPT-TIPO-AFIP           PIC 9(03).
018800         88  VTA-CPT-NOTA-CREDITO    VALUE 3 8.
018900     05  VTA-CPT-PTO-VTA             PIC 9(05).
019000     05  VTA-CPT-CUIT                PIC 9(11).
019100     05  VTA-CPT-COND                PIC X(01).
019200     05  VTA-CPT-NOMBRE              PIC X(30).
019300     05  VTA-CPT-NETO-GENERAL        PIC S9(09)V9(02).
019400     05  VTA-CPT-IVA-GENERAL         PIC S9(09)V9(02).
019500     05  VTA-CPT-NETO-REDUCIDA       PIC S9(09)V9(02).
019600     05  VTA-CPT-IVA-REDUCIDA        PIC S9(09)V9(02).
019700     05  VTA-CPT-EXENTO              PIC S9(09)V9(02).
019800     05  VTA-CPT-IVA-EXENTO          PIC S9(09)V9(02).
019900     05  VTA-CPT-MOTIVO              PIC X(30).
020000
020100*LINEA DE ALICUOTA A GRABAR.
020200 01  VTA-ALI-CODIGO                  PIC 9(04).
020300 01  VTA-ALI-NETO                    PIC S9(09)V9(02).
020400 01  VTA-ALI-IVA                     PIC S9(09)V9(02).
020500 01  VTA-CANT-ALIC-CPTE              PIC 9(01).
020600
020700*TOTALES DEL LIBRO (TODOS LOS REGISTROS DEL MES, COMO VTA2500).
020800 01  VTA-TOTALES-LIBRO.
020900     05  VTA-LIB-CANT-LINEAS         PIC 9(07) COMP VALUE ZERO.
021000     05  VTA-LIB-TOT-NETO            PIC S9(09)V9(02) VALUE ZERO.
021100     05  VTA-LIB-TOT-IVA             PIC S9(09)V9(02) VALUE ZERO.
021200     05  VTA-LIB-TOT-TOTAL           PIC S9(09)V9(02) VALUE ZERO.
021300
021400*REVERSOS DEL MES: ESTAN EN EL LIBRO PERO NO EN LOS ARCHIVOS.
021500 01  VTA-TOTALES-REVERSOS.
021600     05  VTA-REV-CANT                PIC 9(07) COMP VALUE ZERO.
021700     05  VTA-REV-TOT-NETO            PIC S9(09)V9(02) VALUE ZERO.
021800     05  VTA-REV-TOT-IVA             PIC S9(09)V9(02) VALUE ZERO.
021900     05  VTA-REV-TOT-TOTAL           PIC S9(09)V9(02) VALUE ZERO.
022000
022100*TOTALES DE LO GRABADO EN LOS ARCHIVOS, CON LAS NOTAS DE CREDITO
022200*RESTANDO, Y SU APERTURA POR ALICUOTA.
022300 01  VTA-TOTALES-EXPORTADOS.
022400     05  VTA-EXP-CANT-CPTES          PIC 9(07) COMP VALUE ZERO.
022500     05  VTA-EXP-CANT-ALIC           PIC 9(07) COMP VALUE ZERO.
022600     05  VTA-EXP-TOT-NETO            PIC S9(09)V9(02) VALUE ZERO.
022700     05  VTA-EXP-TOT-IVA             PIC S9(09)V9(02) VALUE ZERO.
022800     05  VTA-EXP-TOT-TOTAL           PIC S9(09)V9(02) VALUE ZERO.
022900     05  VTA-EXP-NETO-GENERAL        PIC S9(09)V9(02) VALUE ZERO.
023000     05  VTA-EXP-IVA-GENERAL         PIC S9(09)V9(02) VALUE ZERO.
023100     05  VTA-EXP-NETO-REDUCIDA       PIC S9(09)V9(02) VALUE ZERO.
023200     05  VTA-EXP-IVA-REDUCIDA        PIC S9(09)V9(02) VALUE ZERO.
023300     05  VTA-EXP-EXENTO              PIC S9(09)V9(02) VALUE ZERO.
023400
023500 01  VTA-CANT-BLOQUEOS               PIC 9(07) COMP VALUE ZERO.
023600
023700 01  VTA-DIFERENCIAS.
023800     05  VTA-DIF-NETO                PIC S9(09)V9(02) VALUE ZERO.
023900     05  VTA-DIF-IVA                 PIC S9(09)V9(02) VALUE ZERO.
024000     05  VTA-DIF-TOTAL               PIC S9(09)V9(02) VALUE ZERO.
024100
024200*LINEAS DE IMPRESION.
024300 01  VTA-LINEA-TITULO.
024400     05  FILLER                      PIC X(39)
024500         VALUE "LIBRO IVA DIGITAL - EXPORTACION VENTAS ".
024600     05  FILLER                      PIC X(05) VALUE "MES: ".
024700     05  VTA-LT-MES                  PIC 9(06).
024800
024900 01  VTA-LINEA-BLOQUEO.
025000     05  FILLER                      PIC X(08) VALUE "BLOQUEA ".
025100     05  VTA-LB-FECHA                PIC 9(08).
025200     05  FILLER                      PIC X(01) VALUE SPACE.
025300     05  VTA-LB-SEQ                  PIC 9(06).
025400     05  FILLER                      PIC X(01) VALUE SPACE.
025500     05  VTA-LB-TIPO                 PIC X(01).
025600     05  FILLER                      PIC X(01) VALUE SPACE.
025700     05  VTA-LB-TOTAL                PIC ZZZ,ZZZ,Z99.99-.
025800     05  FILLER                      PIC X(01) VALUE SPACE.
025900     05  VTA-LB-MOTIVO               PIC X(30).
026000
026100 01  VTA-LINEA-REVERSO.
026200     05  FILLER                      PIC X(08) VALUE "REVERSO ".
026300     05  VTA-LR-FECHA                PIC 9(08).
026400     05  FILLER                      PIC X(01) VALUE SPACE.
026500     05  VTA-LR-SEQ                  PIC 9(06).
026600     05  FILLER                      PIC X(01) VALUE SPACE.
026700     05  VTA-LR-NETO                 PIC ZZZ,ZZZ,Z99.99-.
026800     05  VTA-LR-IVA                  PIC ZZZ,ZZZ,Z99.99-.
026900     05  VTA-LR-TOTAL                PIC ZZZ,ZZZ,Z99.99-.
027000
027100 01  VTA-LINEA-MENSAJE               PIC X(80).
027200
027300 01  VTA-LINEA-CANTIDAD.
027400     05  VTA-LC-TEXTO                PIC X(30).
027500     05  VTA-LC-CANT                 PIC Z,ZZZ,ZZ9.
027600
027700 01  VTA-LINEA-ALICUOTA.
027800     05  FILLER                      PIC X(09) VALUE "ALICUOTA ".
027900     05  VTA-LAL-CODIGO              PIC 9(04).
028000     05  FILLER                      PIC X(01) VALUE SPACE.
028100     05  VTA-LAL-TEXTO               PIC X(08).
028200     05  FILLER                      PIC X(07) VALUE " NETO: ".
028300     05  VTA-LAL-NETO                PIC ZZZ,ZZZ,ZZ9.99-.
028400     05  FILLER                      PIC X(06) VALUE " IVA: ".
028500     05  VTA-LAL-IVA                 PIC ZZZ,ZZZ,ZZ9.99-.
028600
028700 01  VTA-LINEA-CONC-TITULO.
028800     05  FILLER                      PIC X(15)
028900         VALUE "CONCILIACION   ".
029000     05  FILLER                      PIC X(15)
029100         VALUE "           NETO".
029200     05  FILLER                      PIC X(15)
029300         VALUE "            IVA".
029400     05  FILLER                      PIC X(15)
029500         VALUE "          TOTAL".
029600
029700 01  VTA-LINEA-CONCILIACION.
029800     05  VTA-LCN-TEXTO               PIC X(15).
029900     05  VTA-LCN-NETO                PIC ZZZ,ZZZ,ZZ9.99-.
030000     05  VTA-LCN-IVA                 PIC ZZZ,ZZZ,ZZ9.99-.
030100     05  VTA-LCN-TOTAL               PIC ZZZ,ZZZ,ZZ9.99-.
030200
030300 PROCEDURE DIVISION.
030400
030500 0000-MAINLINE.
030600
030700     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
030800
030900     IF VTA-MES-PEDIDO = ZERO
031000         PERFORM 9000-FINALIZAR THRU 9000-EXIT
031100         STOP RUN
031200     END-IF.
031300
031400     PERFORM 2000-CONTROLAR-REGISTRO THRU 2000-EXIT
031500         UNTIL VTA-FIN-ARCHIVO.
031600
031700     IF VTA-CANT-BLOQUEOS = ZERO
031800         PERFORM 3000-REABRIR-AUDITORIA THRU 3000-EXIT
031900         PERFORM 4000-EXPORTAR-REGISTRO THRU 4000-EXIT
032000             UNTIL VTA-FIN-ARCHIVO
032100     END-IF.
032200
032300     PERFORM 8000-IMPRIMIR-CONTROL THRU 8000-EXIT.
032400
032500     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
032600
032700     STOP RUN.
032800
032900 1000-INICIALIZAR.
033000
033100     OPEN INPUT AUDIT-LOG-FILE.
033200     OPEN INPUT CLIENTE-MASTER-FILE.
033300     OPEN INPUT FACT-ELEC-FILE.
033400     OPEN INPUT MES-PARM-FILE.
033500     OPEN INPUT IVAD-PARM-FILE.
033600     OPEN OUTPUT LIVA-CBTE-FILE.
033700     OPEN OUTPUT LIVA-ALIC-FILE.
033800     OPEN OUTPUT LIVA-CTRL-FILE.
033900
034000     READ MES-PARM-FILE
034100         AT END
034200             CONTINUE
034300     END-READ.
034400
034500     IF VTA-PARM-OK
034600         MOVE VTA-PARM-MES TO VTA-MES-PEDIDO
034700     END-IF.
034800
034900     IF VTA-MES-PEDIDO = ZERO
035000         DISPLAY "VTA9200 - FALTA EL MES A PROCESAR (MESPARM)."
035100         MOVE 8 TO RETURN-CODE
035200         GO TO 1000-EXIT
035300     END-IF.
035400
035500     READ IVAD-PARM-FILE
035600         AT END
035700             CONTINUE
035800     END-READ.
035900
036000     IF VTA-IDPARM-OK
036100         IF VTA-IDP-PTO-VTA NUMERIC
036200            AND VTA-IDP-PTO-VTA > 0
036300             MOVE VTA-IDP-PTO-VTA TO VTA-PTO-VTA-DEFECTO
036400         END-IF
036500     END-IF.
036600
036700     MOVE VTA-MES-PEDIDO TO VTA-LT-MES.
036800     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TITULO.
036900
037000     PERFORM 1100-LEER-AUDITORIA THRU 1100-EXIT.
037100
037200 1000-EXIT.
037300     EXIT.
037400
037500 1100-LEER-AUDITORIA.
037600
037700     READ AUDIT-LOG-FILE
037800         AT END
037900             SET VTA-FIN-ARCHIVO TO TRUE
038000     END-READ.
038100
038200 1100-EXIT.
038300     EXIT.
038400
038500******************************************************************
038600*2000-CONTROLAR-REGISTRO: PRIMERA PASADA. SUMA CADA REGISTRO DEL
038700*MES A LOS TOTALES DEL LIBRO, LISTA LOS REVERSOS Y CONTROLA QUE
038800*CADA VENTA Y DEVOLUCION TENGA UN COMPROBANTE EXPORTABLE.
038900******************************************************************
039000 2000-CONTROLAR-REGISTRO.
039100
039200     MOVE VTA-AUD-FECHA (1:6) TO VTA-MES-LEIDO.
039300
039400     IF VTA-MES-LEIDO = VTA-MES-PEDIDO
039500         PERFORM 2100-CONTROLAR-VENTA THRU 2100-EXIT
039600     END-IF.
039700
039800     PERFORM 1100-LEER-AUDITORIA THRU 1100-EXIT.
039900
040000 2000-EXIT.
040100     EXIT.
040200
040300 2100-CONTROLAR-VENTA.
040400
040500     PERFORM 5000-CALCULAR-IMPORTES THRU 5000-EXIT.
040600
040700     ADD 1 TO VTA-LIB-CANT-LINEAS.
040800     ADD VTA-REG-NETO         TO VTA-LIB-TOT-NETO.
040900     ADD VTA-REG-IVA          TO VTA-LIB-TOT-IVA.
041000     ADD VTA-AUD-TOTAL-COBRAR TO VTA-LIB-TOT-TOTAL.
041100
041200     IF VTA-AUD-REVERSO
041300         ADD 1 TO VTA-REV-CANT
041400         ADD VTA-REG-NETO         TO VTA-REV-TOT-NETO
041500         ADD VTA-REG-IVA          TO VTA-REV-TOT-IVA
041600         ADD VTA-AUD-TOTAL-COBRAR TO VTA-REV-TOT-TOTAL
041700         MOVE VTA-AUD-TRANS-FECHA  TO VTA-LR-FECHA
041800         MOVE VTA-AUD-TRANS-SEQ    TO VTA-LR-SEQ
041900         MOVE VTA-REG-NETO         TO VTA-LR-NETO
042000         MOVE VTA-REG-IVA          TO VTA-LR-IVA
042100         MOVE VTA-AUD-TOTAL-COBRAR TO VTA-LR-TOTAL
042200         WRITE VTA-REPORT-LINE FROM VTA-LINEA-REVERSO
042300         GO TO 2100-EXIT
042400     END-IF.
042500
042600     PERFORM 5100-ARMAR-COMPROBANTE THRU 5100-EXIT.
042700
042800     IF VTA-CPTE-BLOQUEADO
042900         ADD 1 TO VTA-CANT-BLOQUEOS
043000         MOVE VTA-AUD-TRANS-FECHA  TO VTA-LB-FECHA
043100         MOVE VTA-AUD-TRANS-SEQ    TO VTA-LB-SEQ
043200         MOVE VTA-AUD-TIPO-REG     TO VTA-LB-TIPO
043300         MOVE VTA-AUD-TOTAL-COBRAR TO VTA-LB-TOTAL
043400         MOVE VTA-CPT-MOTIVO       TO VTA-LB-MOTIVO
043500         WRITE VTA-REPORT-LINE FROM VTA-LINEA-BLOQUEO
043600     END-IF.
043700
043800 2100-EXIT.
043900     EXIT.
044000
044100******************************************************************
044200*3000-REABRIR-AUDITORIA: SIN BLOQUEANTES, VUELVE AL PRINCIPIO DEL
044300*LOG PARA LA PASADA QUE GRABA LOS ARCHIVOS.
044400******************************************************************
044500 3000-REABRIR-AUDITORIA.
044600
044700     CLOSE AUDIT-LOG-FILE.
044800     OPEN INPUT AUDIT-LOG-FILE.
044900     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
045000     MOVE LOW-VALUES TO VTA-CLAVE-ANTERIOR.
045100
045200     PERFORM 1100-LEER-AUDITORIA THRU 1100-EXIT.
045300
045400 3000-EXIT.
045500     EXIT.
045600
045700******************************************************************
045800*4000-EXPORTAR-REGISTRO: SEGUNDA PASADA. GRABA EL COMPROBANTE Y
045900*SUS ALICUOTAS DE CADA VENTA Y DEVOLUCION DEL MES.
046000******************************************************************
046100 4000-EXPORTAR-REGISTRO.
046200
046300     MOVE VTA-AUD-FECHA (1:6) TO VTA-MES-LEIDO.
046400
046500     IF VTA-MES-LEIDO = VTA-MES-PEDIDO
046600        AND NOT VTA-AUD-REVERSO
046700         PERFORM 5000-CALCULAR-IMPORTES THRU 5000-EXIT
046800         PERFORM 5100-ARMAR-COMPROBANTE THRU 5100-EXIT
046900         PERFORM 6000-GRABAR-COMPROBANTE THRU 6000-EXIT
047000     END-IF.
047100
047200     PERFORM 1100-LEER-AUDITORIA THRU 1100-EXIT.
047300
047400 4000-EXIT.
047500     EXIT.
047600
047700******************************************************************
047800*5000-CALCULAR-IMPORTES: NETO E IVA DEL REGISTRO Y SU APERTURA POR
047900*TASA CON EL MISMO CRITERIO QUE EL LIBRO IVA (VTA2500).
048000******************************************************************
048100 5000-CALCULAR-IMPORTES.
048200
048300     IF VTA-AUD-RECARGO NUMERIC
048400        AND VTA-AUD-RECARGO-IVA NUMERIC
048500         MOVE VTA-AUD-RECARGO     TO VTA-REG-RECARGO
048600         MOVE VTA-AUD-RECARGO-IVA TO VTA-REG-RECARGO-IVA
048700     ELSE
048800         MOVE ZERO                TO VTA-REG-RECARGO
048900         MOVE ZERO                TO VTA-REG-RECARGO-IVA
049000     END-IF.
049100
049200     IF VTA-AUD-ENVIO NUMERIC
049300        AND VTA-AUD-ENVIO-IVA NUMERIC
049400         MOVE VTA-AUD-ENVIO       TO VTA-REG-ENVIO
049500         MOVE VTA-AUD-ENVIO-IVA   TO VTA-REG-ENVIO-IVA
049600     ELSE
049700         MOVE ZERO                TO VTA-REG-ENVIO
049800         MOVE ZERO                TO VTA-REG-ENVIO-IVA
049900     END-IF.
050000
050100     COMPUTE VTA-REG-NETO = VTA-AUD-TOTAL + VTA-REG-RECARGO
050200                          + VTA-REG-ENVIO.
050300     COMPUTE VTA-REG-IVA  = VTA-AUD-IVA-IMPORTE
050400                          + VTA-REG-RECARGO-IVA
050500                          + VTA-REG-ENVIO-IVA.
050600
050700     MOVE ZERO TO VTA-CPT-NETO-GENERAL.
050800     MOVE ZERO TO VTA-CPT-IVA-GENERAL.
050900     MOVE ZERO TO VTA-CPT-NETO-REDUCIDA.
051000     MOVE ZERO TO VTA-CPT-IVA-REDUCIDA.
051100     MOVE ZERO TO VTA-CPT-EXENTO.
051200     MOVE ZERO TO VTA-CPT-IVA-EXENTO.
051300
051400     EVALUATE TRUE
051500         WHEN VTA-AUD-IVA-REDUCIDO
051600             ADD VTA-AUD-TOTAL       TO VTA-CPT-NETO-REDUCIDA
051700             ADD VTA-AUD-IVA-IMPORTE TO VTA-CPT-IVA-REDUCIDA
051800         WHEN VTA-AUD-IVA-EXENTO
051900             ADD VTA-AUD-TOTAL       TO VTA-CPT-EXENTO
052000             ADD VTA-AUD-IVA-IMPORTE TO VTA-CPT-IVA-EXENTO
052100         WHEN OTHER
052200             ADD VTA-AUD-TOTAL       TO VTA-CPT-NETO-GENERAL
052300             ADD VTA-AUD-IVA-IMPORTE TO VTA-CPT-IVA-GENERAL
052400     END-EVALUATE.
052500
052600     EVALUATE VTA-AUD-RECARGO-CAT-IVA
052700         WHEN "R"
052800             ADD VTA-REG-RECARGO     TO VTA-CPT-NETO-REDUCIDA
052900             ADD VTA-REG-RECARGO-IVA TO VTA-CPT-IVA-REDUCIDA
053000         WHEN "E"
053100             ADD VTA-REG-RECARGO     TO VTA-CPT-EXENTO
053200             ADD VTA-REG-RECARGO-IVA TO VTA-CPT-IVA-EXENTO
053300         WHEN OTHER
053400             ADD VTA-REG-RECARGO     TO VTA-CPT-NETO-GENERAL
053500             ADD VTA-REG-RECARGO-IVA TO VTA-CPT-IVA-GENERAL
053600     END-EVALUATE.
053700
053800     ADD VTA-REG-ENVIO     TO VTA-CPT-NETO-GENERAL.
053900     ADD VTA-REG-ENVIO-IVA TO VTA-CPT-IVA-GENERAL.
054000
054100 5000-EXIT.
054200     EXIT.
054300
054400******************************************************************
054500*5100-ARMAR-COMPROBANTE: IDENTIFICA EL COMPROBANTE DE LA VENTA EN
054600*FACTELEC Y AL CLIENTE EN EL MAESTRO, Y CONTROLA QUE SE PUEDA
054700*EXPORTAR. EL PRIMER PROBLEMA ENCONTRADO QUEDA EN VTA-CPT-MOTIVO.
054800******************************************************************
054900 5100-ARMAR-COMPROBANTE.
055000
055100     MOVE "N"    TO VTA-SW-BLOQUEO.
055200     MOVE SPACES TO VTA-CPT-MOTIVO.
055300     MOVE ZERO   TO VTA-CPT-TIPO-AFIP.
055400     MOVE ZERO   TO VTA-CPT-PTO-VTA.
055500     MOVE 1      TO VTA-CPT-SIGNO.
055600
055700     PERFORM 5200-BUSCAR-CLIENTE THRU 5200-EXIT.
055800
055900     IF VTA-AUD-CLAVE = VTA-CLAVE-ANTERIOR
056000         SET VTA-CPTE-BLOQUEADO TO TRUE
056100         MOVE "CLAVE CON OTRO CPTE EN EL MES" TO VTA-CPT-MOTIVO
056200         GO TO 5100-EXIT
056300     END-IF.
056400     MOVE VTA-AUD-CLAVE TO VTA-CLAVE-ANTERIOR.
056500
056600     MOVE "N" TO VTA-SW-FACT-EXISTE.
056700     MOVE VTA-AUD-CLAVE TO VTA-FAC-CLAVE.
056800     READ FACT-ELEC-FILE
056900         INVALID KEY
057000             CONTINUE
057100         NOT INVALID KEY
057200             SET VTA-FACT-EXISTE TO TRUE
057300     END-READ.
057400
057500     IF NOT VTA-FACT-EXISTE
057600         SET VTA-CPTE-BLOQUEADO TO TRUE
057700         MOVE "SIN CAE AUTORIZADO" TO VTA-CPT-MOTIVO
057800         GO TO 5100-EXIT
057900     END-IF.
058000
058100     EVALUATE VTA-FAC-TIPO-CPTE
058200         WHEN "A"
058300             MOVE 1 TO VTA-CPT-TIPO-AFIP
058400         WHEN "B"
058500             MOVE 6 TO VTA-CPT-TIPO-AFIP
058600         WHEN "C"
058700             IF VTA-CPT-COND = "R" OR VTA-CPT-COND = "M"
058800                 MOVE 3 TO VTA-CPT-TIPO-AFIP
058900             ELSE
059000                 MOVE 8 TO VTA-CPT-TIPO-AFIP
059100             END-IF
059200         WHEN OTHER
059300             SET VTA-CPTE-BLOQUEADO TO TRUE
059400             MOVE "TIPO DE CPTE DESCONOCIDO" TO VTA-CPT-MOTIVO
059500             GO TO 5100-EXIT
059600     END-EVALUATE.
059700
059800     IF VTA-CPT-NOTA-CREDITO
059900         MOVE -1 TO VTA-CPT-SIGNO
060000     END-IF.
060100
060200     IF VTA-CPT-NOTA-CREDITO AND NOT VTA-AUD-DEVOLUCION
060300        OR VTA-AUD-DEVOLUCION AND NOT VTA-CPT-NOTA-CREDITO
060400         SET VTA-CPTE-BLOQUEADO TO TRUE
060500         MOVE "TIPO NO COINCIDE CON LA VENTA" TO VTA-CPT-MOTIVO
060600         GO TO 5100-EXIT
060700     END-IF.
060800
060900     IF VTA-FAC-PTO-VTA NUMERIC
061000        AND VTA-FAC-PTO-VTA > 0
061100         MOVE VTA-FAC-PTO-VTA     TO VTA-CPT-PTO-VTA
061200     ELSE
061300         MOVE VTA-PTO-VTA-DEFECTO TO VTA-CPT-PTO-VTA
061400     END-IF.
061500
061600     IF VTA-CPT-PTO-VTA = ZERO
061700         SET VTA-CPTE-BLOQUEADO TO TRUE
061800         MOVE "SIN PUNTO DE VENTA" TO VTA-CPT-MOTIVO
061900         GO TO 5100-EXIT
062000     END-IF.
062100
062200     IF VTA-AUD-TOTAL NOT = ZERO
062300         EVALUATE TRUE
062400             WHEN VTA-AUD-IVA-EXENTO
062500                 CONTINUE
062600             WHEN VTA-AUD-IVA-REDUCIDO
062700                 IF VTA-AUD-IVA-PORCENTAJE
062800                                    NOT = VTA-TASA-AFIP-REDUCIDA
062900                     SET VTA-CPTE-BLOQUEADO TO TRUE
063000                 END-IF
063100             WHEN OTHER
063200                 IF VTA-AUD-IVA-PORCENTAJE
063300                                    NOT = VTA-TASA-AFIP-GENERAL
063400                     SET VTA-CPTE-BLOQUEADO TO TRUE
063500                 END-IF
063600         END-EVALUATE
063700     END-IF.
063800
063900     IF VTA-CPTE-BLOQUEADO
064000         MOVE "TASA DE IVA SIN CODIGO AFIP" TO VTA-CPT-MOTIVO
064100         GO TO 5100-EXIT
064200     END-IF.
064300
064400     IF VTA-CPT-IVA-EXENTO NOT = ZERO
064500         SET VTA-CPTE-BLOQUEADO TO TRUE
064600         MOVE "IVA SOBRE IMPORTE EXENTO" TO VTA-CPT-MOTIVO
064700     END-IF.
064800
064900 5100-EXIT.
065000     EXIT.
065100
065200******************************************************************
065300*5200-BUSCAR-CLIENTE: CUIT, CONDICION DE IVA Y NOMBRE DEL CLIENTE
065400*DE LA VENTA. SIN CLIENTE, O SIN DATOS EN EL MAESTRO, ES
065500*CONSUMIDOR FINAL CON CUIT EN CERO (COMO EN VTA2500).
065600******************************************************************
065700 5200-BUSCAR-CLIENTE.
065800
065900     MOVE ZERO               TO VTA-CPT-CUIT.
066000     MOVE "C"                TO VTA-CPT-COND.
066100     MOVE "CONSUMIDOR FINAL" TO VTA-CPT-NOMBRE.
066200
066300     IF VTA-AUD-CLIENTE-ID > 0
066400         MOVE VTA-AUD-CLIENTE-ID TO VTA-CLI-ID
066500         READ CLIENTE-MASTER-FILE
066600             INVALID KEY
066700                 CONTINUE
066800             NOT INVALID KEY
066900                 MOVE VTA-CLI-CUIT TO VTA-CPT-CUIT
067000                 IF VTA-CLI-COND-IVA NOT = SPACES
067100                     MOVE VTA-CLI-COND-IVA TO VTA-CPT-COND
067200                 END-IF
067300                 IF VTA-CLI-NOMBRE NOT = SPACES
067400                     MOVE VTA-CLI-NOMBRE TO VTA-CPT-NOMBRE
067500                 END-IF
067600         END-READ
067700     END-IF.
067800
067900 5200-EXIT.
068000     EXIT.
068100
068200******************************************************************
068300*6000-GRABAR-COMPROBANTE: GRABA EL COMPROBANTE EN LIVACBTE Y SUS
068400*LINEAS EN LIVAALIC, CON LOS IMPORTES EN POSITIVO. UN COMPROBANTE
068500*SIN NETO GRAVADO LLEVA UNA UNICA LINEA 0003 EN CERO. LOS TOTALES
068600*DE CONTROL SE SUMAN DESDE LO GRABADO.
068700******************************************************************
068800 6000-GRABAR-COMPROBANTE.
068900
069000     MOVE VTA-AUD-TRANS-FECHA   TO VTA-LVC-FECHA.
069100     MOVE VTA-CPT-TIPO-AFIP     TO VTA-LVC-TIPO-CPTE.
069200     MOVE VTA-CPT-PTO-VTA       TO VTA-LVC-PTO-VTA.
069300     MOVE VTA-FAC-NRO-CPTE      TO VTA-LVC-NRO-DESDE.
069400     MOVE VTA-FAC-NRO-CPTE      TO VTA-LVC-NRO-HASTA.
069500
069600     IF VTA-CPT-CUIT > 0
069700         MOVE 80                TO VTA-LVC-COD-DOC
069800         MOVE VTA-CPT-CUIT      TO VTA-LVC-NRO-DOC
069900     ELSE
070000         MOVE 99                TO VTA-LVC-COD-DOC
070100         MOVE ZERO              TO VTA-LVC-NRO-DOC
070200     END-IF.
070300     MOVE VTA-CPT-NOMBRE        TO VTA-LVC-NOMBRE.
070400
070500     COMPUTE VTA-LVC-TOTAL  = VTA-AUD-TOTAL-COBRAR
070600                            * VTA-CPT-SIGNO.
070700     COMPUTE VTA-LVC-EXENTO = VTA-CPT-EXENTO * VTA-CPT-SIGNO.
070800     MOVE ZERO                  TO VTA-LVC-NO-GRAVADO.
070900     MOVE ZERO                  TO VTA-LVC-PERC-NO-CATEG.
071000     MOVE ZERO                  TO VTA-LVC-PERC-NACIONAL.
071028     IF VTA-AUD-PERC-IIBB NUMERIC
071057         COMPUTE VTA-LVC-PERC-IIBB = VTA-AUD-PERC-IIBB
071085                                   * VTA-CPT-SIGNO
071114     ELSE
071142         MOVE ZERO              TO VTA-LVC-PERC-IIBB
071171     END-IF.
071200     MOVE ZERO                  TO VTA-LVC-PERC-MUNICIPAL.
071300     MOVE ZERO                  TO VTA-LVC-IMP-INTERNOS.
071400     MOVE "PES"                 TO VTA-LVC-MONEDA.
071500     MOVE 1                     TO VTA-LVC-TIPO-CAMBIO.
071600     MOVE ZERO                  TO VTA-LVC-OTROS-TRIBUTOS.
071700     MOVE ZERO                  TO VTA-LVC-FECHA-VTO-PAGO.
071800
071900     MOVE ZERO TO VTA-CANT-ALIC-CPTE.
072000     IF VTA-CPT-NETO-GENERAL NOT = ZERO
072100        OR VTA-CPT-IVA-GENERAL NOT = ZERO
072200         ADD 1 TO VTA-CANT-ALIC-CPTE
072300     END-IF.
072400     IF VTA-CPT-NETO-REDUCIDA NOT = ZERO
072500        OR VTA-CPT-IVA-REDUCIDA NOT = ZERO
072600         ADD 1 TO VTA-CANT-ALIC-CPTE
072700     END-IF.
072800
072900     IF VTA-CANT-ALIC-CPTE = ZERO
073000         MOVE 1   TO VTA-LVC-CANT-ALICUOTAS
073100         IF VTA-CPT-EXENTO NOT = ZERO
073200             MOVE "E" TO VTA-LVC-COD-OPERACION
073300         ELSE
073400             MOVE "0" TO VTA-LVC-COD-OPERACION
073500         END-IF
073600     ELSE
073700         MOVE VTA-CANT-ALIC-CPTE TO VTA-LVC-CANT-ALICUOTAS
073800         MOVE "0" TO VTA-LVC-COD-OPERACION
073900     END-IF.
074000
074100     WRITE VTA-LIV-CBTE-RECORD.
074200
074300     ADD 1 TO VTA-EXP-CANT-CPTES.
074400     COMPUTE VTA-EXP-TOT-TOTAL = VTA-EXP-TOT-TOTAL
074500                               + VTA-LVC-TOTAL * VTA-CPT-SIGNO.
074600     COMPUTE VTA-EXP-TOT-NETO  = VTA-EXP-TOT-NETO
074700                               + VTA-LVC-EXENTO * VTA-CPT-SIGNO.
074800     COMPUTE VTA-EXP-EXENTO    = VTA-EXP-EXENTO
074900                               + VTA-LVC-EXENTO * VTA-CPT-SIGNO.
075000
075100     IF VTA-CPT-NETO-GENERAL NOT = ZERO
075200        OR VTA-CPT-IVA-GENERAL NOT = ZERO
075300         MOVE 5                     TO VTA-ALI-CODIGO
075400         MOVE VTA-CPT-NETO-GENERAL  TO VTA-ALI-NETO
075500         MOVE VTA-CPT-IVA-GENERAL   TO VTA-ALI-IVA
075600         PERFORM 6100-GRABAR-ALICUOTA THRU 6100-EXIT
075700     END-IF.
075800
075900     IF VTA-CPT-NETO-REDUCIDA NOT = ZERO
076000        OR VTA-CPT-IVA-REDUCIDA NOT = ZERO
076100         MOVE 4                     TO VTA-ALI-CODIGO
076200         MOVE VTA-CPT-NETO-REDUCIDA TO VTA-ALI-NETO
076300         MOVE VTA-CPT-IVA-REDUCIDA  TO VTA-ALI-IVA
076400         PERFORM 6100-GRABAR-ALICUOTA THRU 6100-EXIT
076500     END-IF.
076600
076700     IF VTA-CANT-ALIC-CPTE = ZERO
076800         MOVE 3                     TO VTA-ALI-CODIGO
076900         MOVE ZERO                  TO VTA-ALI-NETO
077000         MOVE ZERO                  TO VTA-ALI-IVA
077100         PERFORM 6100-GRABAR-ALICUOTA THRU 6100-EXIT
077200     END-IF.
077300
077400 6000-EXIT.
077500     EXIT.
077600
077700 6100-GRABAR-ALICUOTA.
077800
077900     MOVE VTA-LVC-TIPO-CPTE     TO VTA-LVA-TIPO-CPTE.
078000     MOVE VTA-LVC-PTO-VTA       TO VTA-LVA-PTO-VTA.
078100     MOVE VTA-LVC-NRO-DESDE     TO VTA-LVA-NRO-CPTE.
078200     COMPUTE VTA-LVA-NETO = VTA-ALI-NETO * VTA-CPT-SIGNO.
078300     MOVE VTA-ALI-CODIGO        TO VTA-LVA-ALICUOTA.
078400     COMPUTE VTA-LVA-IVA  = VTA-ALI-IVA * VTA-CPT-SIGNO.
078500
078600     WRITE VTA-LIV-ALIC-RECORD.
078700
078800     ADD 1 TO VTA-EXP-CANT-ALIC.
078900     COMPUTE VTA-EXP-TOT-NETO = VTA-EXP-TOT-NETO
079000                              + VTA-LVA-NETO * VTA-CPT-SIGNO.
079100     COMPUTE VTA-EXP-TOT-IVA  = VTA-EXP-TOT-IVA
079200                              + VTA-LVA-IVA * VTA-CPT-SIGNO.
079300
079400     EVALUATE VTA-ALI-CODIGO
079500         WHEN 5
079600             COMPUTE VTA-EXP-NETO-GENERAL = VTA-EXP-NETO-GENERAL
079700                                  + VTA-LVA-NETO * VTA-CPT-SIGNO
079800             COMPUTE VTA-EXP-IVA-GENERAL  = VTA-EXP-IVA-GENERAL
079900                                  + VTA-LVA-IVA * VTA-CPT-SIGNO
080000         WHEN 4
080100             COMPUTE VTA-EXP-NETO-REDUCIDA = VTA-EXP-NETO-REDUCIDA
080200                                  + VTA-LVA-NETO * VTA-CPT-SIGNO
080300             COMPUTE VTA-EXP-IVA-REDUCIDA  = VTA-EXP-IVA-REDUCIDA
080400                                  + VTA-LVA-IVA * VTA-CPT-SIGNO
080500         WHEN OTHER
080600             CONTINUE
080700     END-EVALUATE.
080800
080900 6100-EXIT.
081000     EXIT.
081100
081200******************************************************************
081300*8000-IMPRIMIR-CONTROL: CIERRA EL LISTADO. CON BLOQUEANTES AVISA
081400*QUE NO SE EXPORTO (RC 4); SI NO, IMPRIME LO GRABADO POR ALICUOTA
081500*Y LA CONCILIACION CONTRA EL LIBRO (RC 8 SI NO ATA).
081600******************************************************************
081700 8000-IMPRIMIR-CONTROL.
081800
081900     MOVE "REVERSOS DEL MES (SIN CPTE): " TO VTA-LC-TEXTO.
082000     MOVE VTA-REV-CANT TO VTA-LC-CANT.
082100     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
082200
082300     IF VTA-CANT-BLOQUEOS > 0
082400         MOVE "VENTAS QUE BLOQUEAN:" TO VTA-LC-TEXTO
082500         MOVE VTA-CANT-BLOQUEOS TO VTA-LC-CANT
082600         WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD
082700         MOVE "EXPORTACION BLOQUEADA: NO SE GRABARON REGISTROS."
082800                                  TO VTA-LINEA-MENSAJE
082900         WRITE VTA-REPORT-LINE FROM VTA-LINEA-MENSAJE
083000         MOVE 4 TO RETURN-CODE
083100         GO TO 8000-EXIT
083200     END-IF.
083300
083400     MOVE "COMPROBANTES EXPORTADOS:" TO VTA-LC-TEXTO.
083500     MOVE VTA-EXP-CANT-CPTES TO VTA-LC-CANT.
083600     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
083700
083800     MOVE "LINEAS DE ALICUOTA:" TO VTA-LC-TEXTO.
083900     MOVE VTA-EXP-CANT-ALIC TO VTA-LC-CANT.
084000     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
084100
084200     MOVE 5                     TO VTA-LAL-CODIGO.
084300     MOVE "GENERAL "            TO VTA-LAL-TEXTO.
084400     MOVE VTA-EXP-NETO-GENERAL  TO VTA-LAL-NETO.
084500     MOVE VTA-EXP-IVA-GENERAL   TO VTA-LAL-IVA.
084600     WRITE VTA-REPORT-LINE FROM VTA-LINEA-ALICUOTA.
084700
084800     MOVE 4                     TO VTA-LAL-CODIGO.
084900     MOVE "REDUCIDA"            TO VTA-LAL-TEXTO.
085000     MOVE VTA-EXP-NETO-REDUCIDA TO VTA-LAL-NETO.
085100     MOVE VTA-EXP-IVA-REDUCIDA  TO VTA-LAL-IVA.
085200     WRITE VTA-REPORT-LINE FROM VTA-LINEA-ALICUOTA.
085300
085400     MOVE 3                     TO VTA-LAL-CODIGO.
085500     MOVE "EXENTO  "            TO VTA-LAL-TEXTO.
085600     MOVE VTA-EXP-EXENTO        TO VTA-LAL-NETO.
085700     MOVE ZERO                  TO VTA-LAL-IVA.
085800     WRITE VTA-REPORT-LINE FROM VTA-LINEA-ALICUOTA.
085900
086000     COMPUTE VTA-DIF-NETO  = VTA-LIB-TOT-NETO - VTA-EXP-TOT-NETO
086100                           - VTA-REV-TOT-NETO.
086200     COMPUTE VTA-DIF-IVA   = VTA-LIB-TOT-IVA - VTA-EXP-TOT-IVA
086300                           - VTA-REV-TOT-IVA.
086400     COMPUTE VTA-DIF-TOTAL = VTA-LIB-TOT-TOTAL - VTA-EXP-TOT-TOTAL
086500                           - VTA-REV-TOT-TOTAL.
086600
086700     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CONC-TITULO.
086800
086900     MOVE "LIBRO IVA"       TO VTA-LCN-TEXTO.
087000     MOVE VTA-LIB-TOT-NETO  TO VTA-LCN-NETO.
087100     MOVE VTA-LIB-TOT-IVA   TO VTA-LCN-IVA.
087200     MOVE VTA-LIB-TOT-TOTAL TO VTA-LCN-TOTAL.
087300     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CONCILIACION.
087400
087500     MOVE "EXPORTADO"       TO VTA-LCN-TEXTO.
087600     MOVE VTA-EXP-TOT-NETO  TO VTA-LCN-NETO.
087700     MOVE VTA-EXP-TOT-IVA   TO VTA-LCN-IVA.
087800     MOVE VTA-EXP-TOT-TOTAL TO VTA-LCN-TOTAL.
087900     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CONCILIACION.
088000
088100     MOVE "REVERSOS"        TO VTA-LCN-TEXTO.
088200     MOVE VTA-REV-TOT-NETO  TO VTA-LCN-NETO.
088300     MOVE VTA-REV-TOT-IVA   TO VTA-LCN-IVA.
088400     MOVE VTA-REV-TOT-TOTAL TO VTA-LCN-TOTAL.
088500     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CONCILIACION.
088600
088700     MOVE "DIFERENCIA"      TO VTA-LCN-TEXTO.
088800     MOVE VTA-DIF-NETO      TO VTA-LCN-NETO.
088900     MOVE VTA-DIF-IVA       TO VTA-LCN-IVA.
089000     MOVE VTA-DIF-TOTAL     TO VTA-LCN-TOTAL.
089100     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CONCILIACION.
089200
089300     IF VTA-DIF-NETO NOT = ZERO
089400        OR VTA-DIF-IVA NOT = ZERO
089500        OR VTA-DIF-TOTAL NOT = ZERO
089600         MOVE "LOS ARCHIVOS NO ATAN CONTRA EL LIBRO IVA VENTAS."
089700                                  TO VTA-LINEA-MENSAJE
089800         WRITE VTA-REPORT-LINE FROM VTA-LINEA-MENSAJE
089900         DISPLAY "VTA9200 - LOS ARCHIVOS NO ATAN CONTRA EL LIBRO."
090000         MOVE 8 TO RETURN-CODE
090100     ELSE
090200         MOVE "ARCHIVOS CONCILIADOS CON EL LIBRO IVA VENTAS."
090300                                  TO VTA-LINEA-MENSAJE
090400         WRITE VTA-REPORT-LINE FROM VTA-LINEA-MENSAJE
090500     END-IF.
090600
090700 8000-EXIT.
090800     EXIT.
090900
091000 9000-FINALIZAR.
091100
091200     CLOSE AUDIT-LOG-FILE.
091300     CLOSE CLIENTE-MASTER-FILE.
091400     CLOSE FACT-ELEC-FILE.
091500     CLOSE MES-PARM-FILE.
091600     CLOSE IVAD-PARM-FILE.
091700     CLOSE LIVA-CBTE-FILE.
091800     CLOSE LIVA-ALIC-FILE.
091900     CLOSE LIVA-CTRL-FILE.
092000
092100     IF VTA-CANT-BLOQUEOS > 0
092200         DISPLAY "VTA9200 - EXPORTACION BLOQUEADA, VENTAS: "
092300                 VTA-CANT-BLOQUEOS
092400     ELSE
092500         DISPLAY "VTA9200 - COMPROBANTES EXPORTADOS: "
092600                 VTA-EXP-CANT-CPTES
092700     END-IF.
092800
092900 9000-EXIT.
093000     EXIT.
093100
093200 END PROGRAM VTA9200.

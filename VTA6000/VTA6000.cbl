000100******************************************************************
000200*CAPTURA DE FACTURAS DE PROVEEDOR. PANTALLA DE CONSOLA (MISMO
000300*ESTILO QUE VTA3500) CON LA QUE ADMINISTRACION DE COMPRAS TIPEA
000400*CADA FACTURA RECIBIDA DE UN PROVEEDOR: CABECERA (PROVEEDOR,
000500*NUMERO Y FECHA) Y UNA LINEA POR RENGLON CON LA ORDEN DE COMPRA
000600*QUE FACTURA, LA CANTIDAD Y EL PRECIO UNITARIO. LAS LINEAS SE
000700*AGREGAN AL FINAL DE FACT-PROV-FILE, CONTIGUAS Y NUMERADAS; EL
000800*CRUCE CONTRA LA ORDEN Y LO RECIBIDO, Y LA LIBERACION PARA PAGO,
000900*LOS HACE VTA6100. EL PROVEEDOR DEBE EXISTIR Y ESTAR ACTIVO EN EL
001000*MAESTRO DE PROVEEDORES (VTA5900); LA ORDEN CITADA SE MUESTRA
001100*PARA QUE EL OPERADOR CONFIRME EL PRODUCTO, PERO NO SE VALIDA
001200*ACA: UNA ORDEN EQUIVOCADA LA RETIENE EL CRUCE CON SU MOTIVO.
001300******************************************************************
001400*MODIFICACIONES:
001500*2026-10-15 NF  PROGRAMA ORIGINAL.
001533*2026-10-15 NF  INFORMA SU NOMBRE A VTALOGON (VTA-LGN-PROGRAMA)
001566*               PARA EL DIARIO DE ACCESOS.
001574*2026-10-15 NF  UNA ORDEN DE COMPRA CON CANTIDAD FACTURADA EN
001583*               BLANCO (EMITIDA ANTES DE AGREGARLA AL REGISTRO)
001591*               LA MUESTRA EN CERO.
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. VTA6000.
001900 AUTHOR. N. FEDIUK.
002000 INSTALLATION. PERFUMERIA - SISTEMAS.
002100 DATE-WRITTEN. 2026-10-15.
002200 DATE-COMPILED. 2026-10-15.
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT OPTIONAL FACT-PROV-FILE ASSIGN TO "FACTPROV"
002800         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS VTA-FPROV-STATUS.
003000
003100     SELECT PROVEEDOR-MASTER-FILE ASSIGN TO "PROVEEDM"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS RANDOM
003400         RECORD KEY IS VTA-PRV-CODIGO
003500         FILE STATUS IS VTA-PROVMTR-STATUS.
003600
003700     SELECT ORDEN-COMPRA-FILE ASSIGN TO "ORDCOMPR"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS VTA-ODC-NUMERO
004100         FILE STATUS IS VTA-ORDEN-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  FACT-PROV-FILE
004600     RECORDING MODE IS F.
004700     COPY VTAFPRV.
004800
004900 FD  PROVEEDOR-MASTER-FILE
005000     RECORDING MODE IS F.
005100     COPY VTAPRVD.
005200
005300 FD  ORDEN-COMPRA-FILE
005400     RECORDING MODE IS F.
005500     COPY VTAORDC.
005600
005700 WORKING-STORAGE SECTION.
005800
005900 COPY VTANUMP.
006000
006100 COPY VTAFCHP.
006200
006300 COPY VTALGNP.
006400
006500 01  VTA-FPROV-STATUS             PIC X(02).
006600     88  VTA-FPROV-OK             VALUE "00".
006700
006800 01  VTA-PROVMTR-STATUS           PIC X(02).
006900     88  VTA-PROVMTR-OK           VALUE "00".
007000
007100 01  VTA-ORDEN-STATUS             PIC X(02).
007200     88  VTA-ORDEN-OK             VALUE "00".
007300
007400 01  VTA-SWITCHES.
007500     05  VTA-SW-SALIR             PIC X(01) VALUE "N".
007600         88  VTA-SALIR            VALUE "S".
007700     05  VTA-SW-FIN-FACTURA       PIC X(01) VALUE "N".
007800         88  VTA-FIN-FACTURA      VALUE "S".
007900     05  VTA-SW-PRV-VALIDO        PIC X(01) VALUE "N".
008000         88  VTA-PRV-VALIDO       VALUE "S".
008100
008200 01  VTA-USUARIO                  PIC X(08).
008300
008400 01  VTA-CABECERA-FACTURA.
008500     05  VTA-CAB-PROVEEDOR        PIC X(08).
008600     05  VTA-CAB-FACTURA          PIC X(12).
008700     05  VTA-CAB-FECHA            PIC 9(08).
008800
008900 01  VTA-NRO-LINEA                PIC 9(03).
009000 01  VTA-CAP-ORDEN                PIC 9(08).
009100 01  VTA-IMPORTE-FACTURA          PIC 9(09)V9(02).
009200
009300 01  VTA-CONTADORES.
009400     05  VTA-CANT-FACTURAS        PIC 9(07) COMP VALUE ZERO.
009500     05  VTA-CANT-LINEAS          PIC 9(07) COMP VALUE ZERO.
009600
009700 01  VTA-LINEA-ORDEN.
009800     05  FILLER                   PIC X(08) VALUE "  ORDEN ".
009900     05  VTA-LO-NUMERO            PIC 9(08).
010000     05  FILLER                   PIC X(07) VALUE "  PROD:".
010100     05  VTA-LO-PRODUCTO          PIC X(06).
010200     05  FILLER                   PIC X(07) VALUE "  RECIB".
010300     05  VTA-LO-RECIBIDA          PIC Z,ZZZ,ZZ9.
010400     05  FILLER                   PIC X(07) VALUE "  FACT:".
010500     05  VTA-LO-FACTURADA         PIC Z,ZZZ,ZZ9.
010600
010700 01  VTA-LINEA-TOTAL.
010800     05  FILLER                   PIC X(20)
010900         VALUE "TOTAL DE LA FACTURA:".
011000     05  VTA-LT-IMPORTE           PIC ZZZ,ZZZ,ZZ9.99.
011100     05  FILLER                   PIC X(10) VALUE "  LINEAS: ".
011200     05  VTA-LT-LINEAS            PIC ZZ9.
011300
011400 PROCEDURE DIVISION.
011500
011600 0000-MAINLINE.
011700
011800     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
011900
012000     PERFORM 2000-CAPTURAR-FACTURA THRU 2000-EXIT
012100         UNTIL VTA-SALIR.
012200
012300     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
012400
012500     STOP RUN.
012600
012700 1000-INICIALIZAR.
012800
012900     DISPLAY "CAPTURA DE FACTURAS DE PROVEEDOR - FACTPROV".
013000
013050     MOVE "VTA6000" TO VTA-LGN-PROGRAMA.
013100     CALL "VTALOGON" USING VTA-LOGON-PARMS.
013200     IF VTA-LGN-ERROR
013300         MOVE 8 TO RETURN-CODE
013400         SET VTA-SALIR TO TRUE
013500         GO TO 1000-EXIT
013600     END-IF.
013700     IF VTA-LGN-ROL-CONSULTA
013800         DISPLAY "SU ROL NO PERMITE CAPTURAR FACTURAS."
013900         MOVE 8 TO RETURN-CODE
014000         SET VTA-SALIR TO TRUE
014100         GO TO 1000-EXIT
014200     END-IF.
014300     MOVE VTA-LGN-USUARIO TO VTA-USUARIO.
014400
014500     OPEN INPUT PROVEEDOR-MASTER-FILE.
014600     IF NOT VTA-PROVMTR-OK
014700         DISPLAY "NO SE PUDO ABRIR PROVEEDOR-MASTER-FILE. "
014800                 "ESTADO: " VTA-PROVMTR-STATUS
014900         MOVE 8 TO RETURN-CODE
015000         SET VTA-SALIR TO TRUE
015100         GO TO 1000-EXIT
015200     END-IF.
015300
015400     OPEN INPUT ORDEN-COMPRA-FILE.
015500     OPEN EXTEND FACT-PROV-FILE.
015600
015700 1000-EXIT.
015800     EXIT.
015900
016000******************************************************************
016100*2000-CAPTURAR-FACTURA: UNA FACTURA POR VUELTA. UN PROVEEDOR EN
016200*BLANCO TERMINA LA SESION.
016300******************************************************************
016400 2000-CAPTURAR-FACTURA.
016500
016600     DISPLAY " ".
016700     DISPLAY "PROVEEDOR (BLANCO PARA TERMINAR): "
016800             WITH NO ADVANCING.
016900     MOVE SPACES TO VTA-CAB-PROVEEDOR.
017000     ACCEPT VTA-CAB-PROVEEDOR.
017100
017200     IF VTA-CAB-PROVEEDOR = SPACES
017300         SET VTA-SALIR TO TRUE
017400         GO TO 2000-EXIT
017500     END-IF.
017600
017700     PERFORM 2100-VALIDAR-PROVEEDOR THRU 2100-EXIT.
017800     IF NOT VTA-PRV-VALIDO
017900         GO TO 2000-EXIT
018000     END-IF.
018100
018200     DISPLAY "NUMERO DE FACTURA: " WITH NO ADVANCING.
018300     MOVE SPACES TO VTA-CAB-FACTURA.
018400     ACCEPT VTA-CAB-FACTURA.
018500
018600     IF VTA-CAB-FACTURA = SPACES
018700         DISPLAY "NUMERO DE FACTURA OBLIGATORIO."
018800         GO TO 2000-EXIT
018900     END-IF.
019000
019100     SET VTA-FCH-ENTRADA TO TRUE.
019200     MOVE "FECHA DE LA FACTURA (AAAAMMDD): "
019300                              TO VTA-FCH-PROMPT.
019400     CALL "VTAFECHA" USING VTA-FECHA-PARMS.
019500     MOVE VTA-FCH-FECHA-1 TO VTA-CAB-FECHA.
019600
019700     MOVE ZERO TO VTA-NRO-LINEA.
019800     MOVE ZERO TO VTA-IMPORTE-FACTURA.
019900     MOVE "N"  TO VTA-SW-FIN-FACTURA.
020000
020100     PERFORM 2200-CAPTURAR-LINEA THRU 2200-EXIT
020200         UNTIL VTA-FIN-FACTURA.
020300
020400     IF VTA-NRO-LINEA > ZERO
020500         ADD 1 TO VTA-CANT-FACTURAS
020600         MOVE VTA-IMPORTE-FACTURA TO VTA-LT-IMPORTE
020700         MOVE VTA-NRO-LINEA       TO VTA-LT-LINEAS
020800         DISPLAY VTA-LINEA-TOTAL
020900     END-IF.
021000
021100 2000-EXIT.
021200     EXIT.
021300
021400******************************************************************
021500*2100-VALIDAR-PROVEEDOR: EL PROVEEDOR DEBE EXISTIR EN EL MAESTRO
021600*Y ESTAR ACTIVO. SE MUESTRA LA RAZON SOCIAL PARA QUE EL OPERADOR
021700*CONFIRME QUE TIENE LA FACTURA CORRECTA EN LA MANO.
021800******************************************************************
021900 2100-VALIDAR-PROVEEDOR.
022000
022100     MOVE "N" TO VTA-SW-PRV-VALIDO.
022200     MOVE VTA-CAB-PROVEEDOR TO VTA-PRV-CODIGO.
022300
022400     READ PROVEEDOR-MASTER-FILE
022500         INVALID KEY
022600             DISPLAY "PROVEEDOR INEXISTENTE. DARLO DE ALTA "
022700                     "CON VTA5900."
022800             GO TO 2100-EXIT
022900     END-READ.
023000
023100     IF NOT VTA-PRV-ACTIVO
023200         DISPLAY "PROVEEDOR DADO DE BAJA."
023300         GO TO 2100-EXIT
023400     END-IF.
023500
023600     DISPLAY "PROVEEDOR: " VTA-PRV-NOMBRE.
023700     SET VTA-PRV-VALIDO TO TRUE.
023800
023900 2100-EXIT.
024000     EXIT.
024100
024200******************************************************************
024300*2200-CAPTURAR-LINEA: UN RENGLON DE LA FACTURA. UNA ORDEN EN CERO
024400*TERMINA LA FACTURA. LA ORDEN CITADA SE MUESTRA CON LO RECIBIDO
024500*Y LO YA FACTURADO, Y EL PRODUCTO SE TOMA DE LA ORDEN.
024600******************************************************************
024700 2200-CAPTURAR-LINEA.
024800
024900     MOVE "ORDEN DE COMPRA (0 = FIN DE FACTURA): "
025000                              TO VTA-NUM-PROMPT.
025100     CALL "VTANUMER" USING VTA-NUMER-PARMS.
025200     MOVE VTA-NUM-VALOR TO VTA-CAP-ORDEN.
025300
025400     IF VTA-CAP-ORDEN = ZERO
025500         SET VTA-FIN-FACTURA TO TRUE
025600         GO TO 2200-EXIT
025700     END-IF.
025800
025900     MOVE SPACES TO VTA-FACT-PROV-RECORD.
026000     MOVE VTA-CAP-ORDEN TO VTA-ODC-NUMERO.
026100
026200     READ ORDEN-COMPRA-FILE
026300         INVALID KEY
026400             DISPLAY "AVISO: LA ORDEN NO EXISTE. LA LINEA SE "
026500                     "GRABA Y EL CRUCE LA RETENDRA."
026600         NOT INVALID KEY
026700             MOVE VTA-ODC-NUMERO        TO VTA-LO-NUMERO
026800             MOVE VTA-ODC-PRODUCTO      TO VTA-LO-PRODUCTO
026900             MOVE VTA-ODC-CANT-RECIBIDA TO VTA-LO-RECIBIDA
026925             IF VTA-ODC-CANT-FACTURADA NOT NUMERIC
026950                 MOVE ZERO TO VTA-ODC-CANT-FACTURADA
026975             END-IF
027000             MOVE VTA-ODC-CANT-FACTURADA
027100                                        TO VTA-LO-FACTURADA
027200             DISPLAY VTA-LINEA-ORDEN
027300             MOVE VTA-ODC-PRODUCTO      TO VTA-FPV-PRODUCTO
027400     END-READ.
027500
027600     MOVE "CANTIDAD FACTURADA: " TO VTA-NUM-PROMPT.
027700     CALL "VTANUMER" USING VTA-NUMER-PARMS.
027800     MOVE VTA-NUM-VALOR TO VTA-FPV-CANTIDAD.
027900
028000     MOVE "PRECIO UNITARIO FACTURADO: " TO VTA-NUM-PROMPT.
028100     CALL "VTANUMER" USING VTA-NUMER-PARMS.
028200     MOVE VTA-NUM-VALOR TO VTA-FPV-PRECIO-UNIT.
028300
028400     ADD 1 TO VTA-NRO-LINEA.
028500
028600     MOVE VTA-CAB-PROVEEDOR TO VTA-FPV-PROVEEDOR.
028700     MOVE VTA-CAB-FACTURA   TO VTA-FPV-FACTURA.
028800     MOVE VTA-CAB-FECHA     TO VTA-FPV-FECHA.
028900     MOVE VTA-NRO-LINEA     TO VTA-FPV-LINEA.
029000     MOVE VTA-CAP-ORDEN     TO VTA-FPV-ORDEN.
029100     SET VTA-FPV-SIN-MOTIVO TO TRUE.
029200     MOVE VTA-USUARIO       TO VTA-FPV-USUARIO.
029300
029400     WRITE VTA-FACT-PROV-RECORD.
029500
029600     COMPUTE VTA-IMPORTE-FACTURA = VTA-IMPORTE-FACTURA
029700         + VTA-FPV-CANTIDAD * VTA-FPV-PRECIO-UNIT.
029800
029900     ADD 1 TO VTA-CANT-LINEAS.
030000
030100 2200-EXIT.
030200     EXIT.
030300
030400 9000-FINALIZAR.
030500
030600     CLOSE FACT-PROV-FILE.
030700     CLOSE PROVEEDOR-MASTER-FILE.
030800     CLOSE ORDEN-COMPRA-FILE.
030900
031000     DISPLAY "VTA6000 - FACTURAS CAPTURADAS: "
031100         VTA-CANT-FACTURAS.
031200     DISPLAY "VTA6000 - LINEAS GRABADAS    : "
031300         VTA-CANT-LINEAS.
031400
031500 9000-EXIT.
031600     EXIT.
031700
031800 END PROGRAM VTA6000.

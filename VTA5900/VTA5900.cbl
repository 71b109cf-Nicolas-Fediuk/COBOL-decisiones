000100******************************************************************
000200*MANTENIMIENTO DEL MAESTRO DE PROVEEDORES (PROVEEDOR-MASTER-FILE).
000300*MENU INTERACTIVO POR CONSOLA (MISMO ESTILO QUE VTA1000/VTA2400)
000400*QUE PERMITE ALTA, MODIFICACION, BAJA Y CONSULTA DE PROVEEDORES
000500*DIRECTO SOBRE EL ARCHIVO INDEXADO POR VTA-PRV-CODIGO. HASTA
000600*AHORA UN PROVEEDOR ERA SOLO EL CODIGO DE 8 CARACTERES QUE VIAJA
000700*EN VTA-PROD-PROVEEDOR Y VTA-ODC-PROVEEDOR; EL MAESTRO AGREGA LA
000800*RAZON SOCIAL, EL CUIT, EL PLAZO DE PAGO Y LOS DATOS BANCARIOS
000900*QUE EL CRUCE DE FACTURAS DE PROVEEDOR (VTA6100) NECESITA PARA
001000*LIBERAR UNA FACTURA A TESORERIA.
001100*
001200*EL INGRESO PASA POR VTALOGON: EL ROL CONSULTA SOLO LISTA Y
001300*CONSULTA, ALTA Y MODIFICACION PIDEN ROL DE MANTENIMIENTO Y LA
001400*BAJA, DE SUPERVISOR. LA BAJA ES LOGICA (ESTADO "B"): LAS
001500*ORDENES DE COMPRA VIEJAS SIGUEN CITANDO AL PROVEEDOR.
001600******************************************************************
001700*MODIFICACIONES:
001800*2026-10-15 NF  PROGRAMA ORIGINAL.
001833*2026-10-15 NF  INFORMA SU NOMBRE A VTALOGON (VTA-LGN-PROGRAMA)
001866*               PARA EL DIARIO DE ACCESOS.
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. VTA5900.
002200 AUTHOR. N. FEDIUK.
002300 INSTALLATION. PERFUMERIA - SISTEMAS.
002400 DATE-WRITTEN. 2026-10-15.
002500 DATE-COMPILED. 2026-10-15.
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT PROVEEDOR-MASTER-FILE ASSIGN TO "PROVEEDM"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS VTA-PRV-CODIGO
003400         FILE STATUS IS VTA-PROVMTR-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  PROVEEDOR-MASTER-FILE
003900     RECORDING MODE IS F.
004000     COPY VTAPRVD.
004100
004200 WORKING-STORAGE SECTION.
004300
004400 COPY VTANUMP.
004500
004600 COPY VTALGNP.
004700
004800 01  VTA-PROVMTR-STATUS           PIC X(02).
004900     88  VTA-PROVMTR-OK           VALUE "00".
005000
005100 01  VTA-SWITCHES.
005200     05  VTA-SW-SALIR             PIC X(01) VALUE "N".
005300         88  VTA-SALIR            VALUE "S".
005400     05  VTA-SW-PRV-ENCONTRADO    PIC X(01) VALUE "N".
005500         88  VTA-PRV-ENCONTRADO   VALUE "S".
005600     05  VTA-SW-FIN-LISTADO       PIC X(01) VALUE "N".
005700         88  VTA-FIN-LISTADO      VALUE "S".
005800
005900 01  VTA-OPCION-MENU              PIC 9(01).
006000
006100 01  VTA-USUARIO                  PIC X(08).
006200
006300 01  VTA-AREA-CAPTURA.
006400     05  VTA-CAP-CODIGO           PIC X(08).
006500     05  VTA-CAP-NOMBRE           PIC X(30).
006600     05  VTA-CAP-CUIT             PIC 9(11).
006700     05  VTA-CAP-PLAZO            PIC 9(03).
006800     05  VTA-CAP-BANCO            PIC X(20).
006900     05  VTA-CAP-CBU              PIC X(22).
007000
007100 01  VTA-LINEA-PROVEEDOR.
007200     05  FILLER                   PIC X(06) VALUE "PROV: ".
007300     05  VTA-LP-CODIGO            PIC X(08).
007400     05  FILLER                   PIC X(02) VALUE "  ".
007500     05  VTA-LP-NOMBRE            PIC X(30).
007600     05  FILLER                   PIC X(08) VALUE "  CUIT: ".
007700     05  VTA-LP-CUIT              PIC 9(11).
007800     05  FILLER                   PIC X(10) VALUE "  ESTADO: ".
007900     05  VTA-LP-ESTADO            PIC X(01).
008000
008100*PLAZO Y DATOS BANCARIOS VIGENTES, MOSTRADOS ANTES DE LA
008200*RECAPTURA PARA QUE EL OPERADOR PUEDA REINGRESARLOS FIELMENTE.
008300 01  VTA-LINEA-PAGO.
008400     05  FILLER                   PIC X(13)
008500         VALUE "PLAZO (DIAS):".
008600     05  VTA-LG-PLAZO             PIC ZZ9.
008700     05  FILLER                   PIC X(09) VALUE "  BANCO: ".
008800     05  VTA-LG-BANCO             PIC X(20).
008900     05  FILLER                   PIC X(07) VALUE "  CBU: ".
009000     05  VTA-LG-CBU               PIC X(22).
009100
009200 PROCEDURE DIVISION.
009300
009400 0000-MAINLINE.
009500
009600     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
009700
009800     PERFORM 2000-MENU THRU 2000-EXIT
009900         UNTIL VTA-SALIR.
010000
010100     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
010200
010300     STOP RUN.
010400
010500 1000-INICIALIZAR.
010600
010700     DISPLAY "MANTENIMIENTO DEL MAESTRO DE PROVEEDORES".
010800
010850     MOVE "VTA5900" TO VTA-LGN-PROGRAMA.
010900     CALL "VTALOGON" USING VTA-LOGON-PARMS.
011000     IF VTA-LGN-ERROR
011100         MOVE 8 TO RETURN-CODE
011200         SET VTA-SALIR TO TRUE
011300         GO TO 1000-EXIT
011400     END-IF.
011500     MOVE VTA-LGN-USUARIO TO VTA-USUARIO.
011600
011700     OPEN I-O PROVEEDOR-MASTER-FILE.
011800
011900     IF NOT VTA-PROVMTR-OK
012000         DISPLAY "NO SE PUDO ABRIR PROVEEDOR-MASTER-FILE. "
012100                 "ESTADO: " VTA-PROVMTR-STATUS
012200         MOVE 8 TO RETURN-CODE
012300         SET VTA-SALIR TO TRUE
012400         GO TO 1000-EXIT
012500     END-IF.
012600
012700 1000-EXIT.
012800     EXIT.
012900
013000******************************************************************
013100*2000-MENU: PRESENTA LAS OPCIONES DE MANTENIMIENTO Y DESPACHA LA
013200*OPCION ELEGIDA SEGUN EL ROL DEL USUARIO AUTENTICADO.
013300******************************************************************
013400 2000-MENU.
013500
013600     DISPLAY " ".
013700     DISPLAY "MANTENIMIENTO DEL MAESTRO DE PROVEEDORES".
013800     DISPLAY "1 - LISTAR PROVEEDORES".
013900     DISPLAY "2 - AGREGAR PROVEEDOR".
014000     DISPLAY "3 - MODIFICAR PROVEEDOR".
014100     DISPLAY "4 - DAR DE BAJA PROVEEDOR".
014200     DISPLAY "5 - CONSULTAR PROVEEDOR".
014300     DISPLAY "6 - SALIR".
014400     DISPLAY "OPCION: " WITH NO ADVANCING.
014500     ACCEPT VTA-OPCION-MENU.
014600
014700     EVALUATE VTA-OPCION-MENU
014800         WHEN 1
014900             PERFORM 3000-LISTAR THRU 3000-EXIT
015000         WHEN 2
015100             IF VTA-LGN-ROL-CONSULTA
015200                 DISPLAY "SU ROL NO PERMITE ALTAS."
015300             ELSE
015400                 PERFORM 4000-AGREGAR THRU 4000-EXIT
015500             END-IF
015600         WHEN 3
015700             IF VTA-LGN-ROL-CONSULTA
015800                 DISPLAY "SU ROL NO PERMITE MODIFICACIONES."
015900             ELSE
016000                 PERFORM 5000-MODIFICAR THRU 5000-EXIT
016100             END-IF
016200         WHEN 4
016300             IF NOT VTA-LGN-ROL-SUPER
016400                 DISPLAY "LA BAJA REQUIERE ROL DE SUPERVISOR."
016500             ELSE
016600                 PERFORM 6000-DAR-DE-BAJA THRU 6000-EXIT
016700             END-IF
016800         WHEN 5
016900             PERFORM 6500-CONSULTAR THRU 6500-EXIT
017000         WHEN 6
017100             SET VTA-SALIR TO TRUE
017200         WHEN OTHER
017300             DISPLAY "OPCION INVALIDA."
017400     END-EVALUATE.
017500
017600 2000-EXIT.
017700     EXIT.
017800
017900******************************************************************
018000*3000-LISTAR: RECORRE EL MAESTRO COMPLETO EN ORDEN DE CLAVE CON
018100*START DESDE LA PRIMERA CLAVE Y READ NEXT HASTA EL FINAL.
018200******************************************************************
018300 3000-LISTAR.
018400
018500     MOVE "N" TO VTA-SW-FIN-LISTADO.
018600     MOVE LOW-VALUES TO VTA-PRV-CODIGO.
018700
018800     START PROVEEDOR-MASTER-FILE KEY >= VTA-PRV-CODIGO
018900         INVALID KEY
019000             SET VTA-FIN-LISTADO TO TRUE
019100     END-START.
019200
019300     IF VTA-FIN-LISTADO
019400         DISPLAY "NO HAY PROVEEDORES CARGADOS."
019500         GO TO 3000-EXIT
019600     END-IF.
019700
019800     PERFORM 3100-LISTAR-UNO THRU 3100-EXIT
019900         UNTIL VTA-FIN-LISTADO.
020000
020100 3000-EXIT.
020200     EXIT.
020300
020400 3100-LISTAR-UNO.
020500
020600     READ PROVEEDOR-MASTER-FILE NEXT
020700         AT END
020800             SET VTA-FIN-LISTADO TO TRUE
020900         NOT AT END
021000             PERFORM 3200-MOSTRAR-PROVEEDOR THRU 3200-EXIT
021100     END-READ.
021200
021300 3100-EXIT.
021400     EXIT.
021500
021600 3200-MOSTRAR-PROVEEDOR.
021700
021800     MOVE VTA-PRV-CODIGO     TO VTA-LP-CODIGO.
021900     MOVE VTA-PRV-NOMBRE     TO VTA-LP-NOMBRE.
022000     MOVE VTA-PRV-CUIT       TO VTA-LP-CUIT.
022100     MOVE VTA-PRV-ESTADO     TO VTA-LP-ESTADO.
022200     DISPLAY VTA-LINEA-PROVEEDOR.
022300
022400 3200-EXIT.
022500     EXIT.
022600
022700 4000-AGREGAR.
022800
022900     PERFORM 4100-CAPTURAR-CODIGO THRU 4100-EXIT.
023000
023100     IF VTA-CAP-CODIGO = SPACES
023200         DISPLAY "CODIGO DE PROVEEDOR OBLIGATORIO."
023300         GO TO 4000-EXIT
023400     END-IF.
023500
023600     DISPLAY "RAZON SOCIAL: " WITH NO ADVANCING.
023700     ACCEPT VTA-CAP-NOMBRE.
023800
023900     PERFORM 4200-CAPTURAR-DATOS THRU 4200-EXIT.
024000
024100     MOVE SPACES             TO VTA-PROVEEDOR-RECORD.
024200     MOVE VTA-CAP-CODIGO     TO VTA-PRV-CODIGO.
024300     MOVE VTA-CAP-NOMBRE     TO VTA-PRV-NOMBRE.
024400     MOVE VTA-CAP-CUIT       TO VTA-PRV-CUIT.
024500     MOVE VTA-CAP-PLAZO      TO VTA-PRV-PLAZO-PAGO.
024600     MOVE VTA-CAP-BANCO      TO VTA-PRV-BANCO.
024700     MOVE VTA-CAP-CBU        TO VTA-PRV-CBU.
024800     SET VTA-PRV-ACTIVO      TO TRUE.
024900
025000     WRITE VTA-PROVEEDOR-RECORD
025100         INVALID KEY
025200             DISPLAY "EL PROVEEDOR YA EXISTE EN EL MAESTRO."
025300         NOT INVALID KEY
025400             DISPLAY "PROVEEDOR AGREGADO POR " VTA-USUARIO "."
025500     END-WRITE.
025600
025700 4000-EXIT.
025800     EXIT.
025900
026000******************************************************************
026100*4100-CAPTURAR-CODIGO: PIDE EL CODIGO DE PROVEEDOR, EL MISMO QUE
026200*SE CARGA EN VTA-PROD-PROVEEDOR DEL MAESTRO DE PRODUCTOS.
026300******************************************************************
026400 4100-CAPTURAR-CODIGO.
026500
026600     MOVE SPACES TO VTA-CAP-CODIGO.
026700     DISPLAY "CODIGO DE PROVEEDOR: " WITH NO ADVANCING.
026800     ACCEPT VTA-CAP-CODIGO.
026900
027000 4100-EXIT.
027100     EXIT.
027200
027300******************************************************************
027400*4200-CAPTURAR-DATOS: PIDE CUIT, PLAZO DE PAGO EN DIAS CORRIDOS
027500*DESDE LA FECHA DE LA FACTURA (0 = CONTADO) Y LOS DATOS DE LA
027600*CUENTA BANCARIA DONDE TESORERIA TRANSFIERE.
027700******************************************************************
027800 4200-CAPTURAR-DATOS.
027900
028000     MOVE "CUIT: " TO VTA-NUM-PROMPT.
028100     CALL "VTANUMER" USING VTA-NUMER-PARMS.
028200     MOVE VTA-NUM-VALOR TO VTA-CAP-CUIT.
028300
028400     MOVE "PLAZO DE PAGO EN DIAS (0 = CONTADO): "
028500                              TO VTA-NUM-PROMPT.
028600     CALL "VTANUMER" USING VTA-NUMER-PARMS.
028700     MOVE VTA-NUM-VALOR TO VTA-CAP-PLAZO.
028800
028900     DISPLAY "BANCO: " WITH NO ADVANCING.
029000     ACCEPT VTA-CAP-BANCO.
029100
029200     DISPLAY "CBU: " WITH NO ADVANCING.
029300     ACCEPT VTA-CAP-CBU.
029400
029500 4200-EXIT.
029600     EXIT.
029700
029800******************************************************************
029900*5100-LEER-PROVEEDOR: LEE POR CLAVE EL PROVEEDOR CAPTURADO EN
030000*VTA-CAP-CODIGO Y DEJA VTA-PRV-ENCONTRADO SEGUN EXISTA O NO.
030100******************************************************************
030200 5100-LEER-PROVEEDOR.
030300
030400     MOVE "N" TO VTA-SW-PRV-ENCONTRADO.
030500     MOVE VTA-CAP-CODIGO TO VTA-PRV-CODIGO.
030600
030700     READ PROVEEDOR-MASTER-FILE
030800         INVALID KEY
030900             CONTINUE
031000         NOT INVALID KEY
031100             SET VTA-PRV-ENCONTRADO TO TRUE
031200     END-READ.
031300
031400 5100-EXIT.
031500     EXIT.
031600
031700 5000-MODIFICAR.
031800
031900     PERFORM 4100-CAPTURAR-CODIGO THRU 4100-EXIT.
032000
032100     PERFORM 5100-LEER-PROVEEDOR THRU 5100-EXIT.
032200
032300     IF NOT VTA-PRV-ENCONTRADO
032400         DISPLAY "PROVEEDOR NO ENCONTRADO."
032500         GO TO 5000-EXIT
032600     END-IF.
032700
032800     PERFORM 3200-MOSTRAR-PROVEEDOR THRU 3200-EXIT.
032900     MOVE VTA-PRV-PLAZO-PAGO TO VTA-LG-PLAZO.
033000     MOVE VTA-PRV-BANCO      TO VTA-LG-BANCO.
033100     MOVE VTA-PRV-CBU        TO VTA-LG-CBU.
033200     DISPLAY VTA-LINEA-PAGO.
033300
033400     DISPLAY "RAZON SOCIAL: " WITH NO ADVANCING.
033500     ACCEPT VTA-CAP-NOMBRE.
033600
033700     PERFORM 4200-CAPTURAR-DATOS THRU 4200-EXIT.
033800
033900     MOVE VTA-CAP-NOMBRE     TO VTA-PRV-NOMBRE.
034000     MOVE VTA-CAP-CUIT       TO VTA-PRV-CUIT.
034100     MOVE VTA-CAP-PLAZO      TO VTA-PRV-PLAZO-PAGO.
034200     MOVE VTA-CAP-BANCO      TO VTA-PRV-BANCO.
034300     MOVE VTA-CAP-CBU        TO VTA-PRV-CBU.
034400     SET VTA-PRV-ACTIVO      TO TRUE.
034500
034600     REWRITE VTA-PROVEEDOR-RECORD.
034700
034800     DISPLAY "PROVEEDOR MODIFICADO.".
034900
035000 5000-EXIT.
035100     EXIT.
035200
035300******************************************************************
035400*6000-DAR-DE-BAJA: BAJA LOGICA. EL REGISTRO QUEDA EN EL MAESTRO
035500*EN ESTADO "B" Y EL CRUCE VTA6100 RETIENE SUS FACTURAS.
035600******************************************************************
035700 6000-DAR-DE-BAJA.
035800
035900     PERFORM 4100-CAPTURAR-CODIGO THRU 4100-EXIT.
036000
036100     PERFORM 5100-LEER-PROVEEDOR THRU 5100-EXIT.
036200
036300     IF NOT VTA-PRV-ENCONTRADO
036400         DISPLAY "PROVEEDOR NO ENCONTRADO."
036500         GO TO 6000-EXIT
036600     END-IF.
036700
036800     SET VTA-PRV-BAJA TO TRUE.
036900     REWRITE VTA-PROVEEDOR-RECORD.
037000
037100     DISPLAY "PROVEEDOR DADO DE BAJA.".
037200
037300 6000-EXIT.
037400     EXIT.
037500
037600 6500-CONSULTAR.
037700
037800     PERFORM 4100-CAPTURAR-CODIGO THRU 4100-EXIT.
037900
038000     PERFORM 5100-LEER-PROVEEDOR THRU 5100-EXIT.
038100
038200     IF VTA-PRV-ENCONTRADO
038300         PERFORM 3200-MOSTRAR-PROVEEDOR THRU 3200-EXIT
038400         MOVE VTA-PRV-PLAZO-PAGO TO VTA-LG-PLAZO
038500         MOVE VTA-PRV-BANCO      TO VTA-LG-BANCO
038600         MOVE VTA-PRV-CBU        TO VTA-LG-CBU
038700         DISPLAY VTA-LINEA-PAGO
038800     ELSE
038900         DISPLAY "PROVEEDOR NO ENCONTRADO."
039000     END-IF.
039100
039200 6500-EXIT.
039300     EXIT.
039400
039500 9000-FINALIZAR.
039600
039700     CLOSE PROVEEDOR-MASTER-FILE.
039800
039900 9000-EXIT.
040000     EXIT.
040100
040200 END PROGRAM VTA5900.

000100******************************************************************
000200*PEDIDOS ESPECIALES CON SENA. PANTALLA DE CONSOLA PARA LAS
000300*SUCURSALES (MISMO ESTILO QUE VTA7400) SOBRE EL MAESTRO DE PEDIDOS
000400*ESPECIALES (PEDESPE). PERMITE:
000500*  - DAR DE ALTA UN PEDIDO: PRODUCTO, CANTIDAD, CLIENTE,
000600*    SUCURSAL DE RETIRO, SENA Y FECHA PROMETIDA. EL NUMERO SE
000700*    TOMA DE SPDNUM. SI LA SUCURSAL YA TIENE DISPONIBLE (STOCK
000800*    MENOS RESERVADO) LA CANTIDAD QUEDA RESERVADA EN EL ACTO; SI
000900*    NO, EL PEDIDO QUEDA ABIERTO Y LO RESERVA VTA1500 AL RECIBIR;
001000*  - CONSULTAR UN PEDIDO O LISTAR LOS PEDIDOS DE UNA SUCURSAL;
001100*  - ANULAR UN PEDIDO O RESOLVER LA SENA DE UNO VENCIDO:
001200*    DEVOLVERLA AL CLIENTE O DARLA POR PERDIDA (SOLO SUPERVISOR).
001300*LA SENA ES UN PASIVO CON EL CLIENTE, NO UNA VENTA: SU COBRO Y SU
001400*DEVOLUCION SE REGISTRAN EN EL DIARIO DE SENAS (SENAMOV) CON LA
001500*CAJA QUE LA MANEJO; DE AHI LA TOMAN EL ARQUEO Y LA CONTABILIDAD.
001600******************************************************************
001700*MODIFICACIONES:
001800*2026-10-15 NF  PROGRAMA ORIGINAL.
001833*2026-10-15 NF  INFORMA SU NOMBRE A VTALOGON (VTA-LGN-PROGRAMA)
001866*               PARA EL DIARIO DE ACCESOS.
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. VTA8100.
002200 AUTHOR. N. FEDIUK.
002300 INSTALLATION. PERFUMERIA - SISTEMAS.
002400 DATE-WRITTEN. 2026-10-15.
002500 DATE-COMPILED. 2026-10-15.
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT PEDIDO-ESP-FILE ASSIGN TO "PEDESPE"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS VTA-SPD-CLAVE
003400         FILE STATUS IS VTA-PEDESP-STATUS.
003500
003600     SELECT STOCK-SUC-FILE ASSIGN TO "STOCKSUC"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS VTA-STK-CLAVE
004000         FILE STATUS IS VTA-STKSUC-STATUS.
004100
004200     SELECT PRODUCTO-MASTER-FILE ASSIGN TO "PRODUCTM"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS VTA-PROD-CODIGO
004600         FILE STATUS IS VTA-PRODMTR-STATUS.
004700
004800     SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIENTEM"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS VTA-CLI-ID
005200         FILE STATUS IS VTA-CLIMTR-STATUS.
005300
005400     SELECT SPD-NUM-FILE ASSIGN TO "SPDNUM"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS VTA-SNUM-STATUS.
005700
005800     SELECT OPTIONAL SENA-MOV-FILE ASSIGN TO "SENAMOV"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS VTA-SENAMV-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  PEDIDO-ESP-FILE
006500     RECORDING MODE IS F.
006600     COPY VTASPED.
006700
006800 FD  STOCK-SUC-FILE
006900     RECORDING MODE IS F.
007000     COPY VTASTKS.
007100
007200 FD  PRODUCTO-MASTER-FILE
007300     RECORDING MODE IS F.
007400     COPY VTAPROD.
007500
007600 FD  CLIENTE-MASTER-FILE
007700     RECORDING MODE IS F.
007800     COPY VTACLTE.
007900
008000*ULTIMO NUMERO DE PEDIDO ESPECIAL ASIGNADO (MISMO CRITERIO QUE
008100*TRFNUM EN VTA1500). SE REGRABA CON CADA ALTA PARA QUE UNA SESION
008200*CORTADA NO REPITA NUMEROS.
008300 FD  SPD-NUM-FILE
008400     RECORDING MODE IS F.
008500 01  VTA-SPD-NUM-RECORD.
008600     05  VTA-SNUM-ULTIMO             PIC 9(08).
008700     05  FILLER                      PIC X(72).
008800
008900 FD  SENA-MOV-FILE
009000     RECORDING MODE IS F.
009100     COPY VTASENA.
009200
009300 WORKING-STORAGE SECTION.
009400
009500 COPY VTANUMP.
009600
009700 COPY VTAFCHP.
009800
009900 COPY VTALGNP.
010000
010100 01  VTA-PEDESP-STATUS               PIC X(02).
010200     88  VTA-PEDESP-OK               VALUE "00".
010300
010400 01  VTA-STKSUC-STATUS               PIC X(02).
010500     88  VTA-STKSUC-OK               VALUE "00".
010600
010700 01  VTA-PRODMTR-STATUS              PIC X(02).
010800     88  VTA-PRODMTR-OK              VALUE "00".
010900
011000 01  VTA-CLIMTR-STATUS               PIC X(02).
011100     88  VTA-CLIMTR-OK               VALUE "00".
011200
011300 01  VTA-SNUM-STATUS                 PIC X(02).
011400     88  VTA-SNUM-OK                 VALUE "00".
011500
011600 01  VTA-SENAMV-STATUS               PIC X(02).
011700     88  VTA-SENAMV-OK               VALUE "00".
011800
011900 01  VTA-SWITCHES.
012000     05  VTA-SW-SALIR                PIC X(01) VALUE "N".
012100         88  VTA-SALIR               VALUE "S".
012200     05  VTA-SW-PEDIDO-HALLADO       PIC X(01) VALUE "N".
012300         88  VTA-PEDIDO-HALLADO      VALUE "S".
012400     05  VTA-SW-RESERVA-ALTA         PIC X(01) VALUE "N".
012500         88  VTA-RESERVA-ALTA        VALUE "S".
012600     05  VTA-SW-FIN-SUCURSAL         PIC X(01) VALUE "N".
012700         88  VTA-FIN-SUCURSAL        VALUE "S".
012800
012900 01  VTA-OPCION-MENU                 PIC 9(01).
013000 01  VTA-RESPUESTA                   PIC X(01).
013100 01  VTA-ENTRADA-TEXTO               PIC X(40).
013200
013300 01  VTA-FECHA-HOY                   PIC 9(08).
013400 01  VTA-HORA-SISTEMA                PIC 9(08).
013500
013600*DATOS DE LA CAJA QUE COBRA O DEVUELVE LA SENA EN EFECTIVO.
013700 01  VTA-CAJA-SENA.
013800     05  VTA-CAJA-TERMINAL           PIC X(05).
013900     05  VTA-CAJA-CAJERO             PIC X(05).
014000
014100 01  VTA-ULT-PEDIDO                  PIC 9(08).
014200 01  VTA-SUCURSAL-LISTADO            PIC X(03).
014300 01  VTA-DISPONIBLE                  PIC S9(08).
014400 01  VTA-IMPORTE-PEDIDO              PIC 9(09)V9(02).
014500 01  VTA-TIPO-SENA                   PIC X(01).
014600 01  VTA-CANT-LISTADOS               PIC 9(05) COMP.
014700
014800 01  VTA-LINEA-PEDIDO.
014900     05  FILLER                      PIC X(08) VALUE "PEDIDO: ".
015000     05  VTA-LP-SUCURSAL             PIC X(03).
015100     05  FILLER                      PIC X(01) VALUE "-".
015200     05  VTA-LP-PRODUCTO             PIC X(06).
015300     05  FILLER                      PIC X(01) VALUE "-".
015400     05  VTA-LP-NUMERO               PIC 9(08).
015500     05  FILLER                      PIC X(08) VALUE "  CANT: ".
015600     05  VTA-LP-CANTIDAD             PIC ZZ,ZZ9.
015700     05  FILLER                      PIC X(08) VALUE "  SENA: ".
015800     05  VTA-LP-SENA                 PIC Z,ZZZ,ZZ9.99.
015900
016000 01  VTA-LINEA-CLIENTE.
016100     05  FILLER                      PIC X(09) VALUE "CLIENTE: ".
016200     05  VTA-LC-CLIENTE-ID           PIC 9(08).
016300     05  FILLER                      PIC X(01) VALUE SPACE.
016400     05  VTA-LC-NOMBRE               PIC X(30).
016500     05  FILLER                      PIC X(01) VALUE SPACE.
016600     05  VTA-LC-TELEFONO             PIC X(15).
016700
016800 01  VTA-LINEA-FECHAS.
016900     05  FILLER                      PIC X(08) VALUE "ESTADO: ".
017000     05  VTA-LF-ESTADO               PIC X(01).
017100     05  FILLER                      PIC X(08) VALUE "  ALTA: ".
017200     05  VTA-LF-ALTA                 PIC 9(08).
017300     05  FILLER                      PIC X(12)
017350         VALUE "  PROMETIDO:".
017400     05  VTA-LF-PROMETIDA            PIC 9(08).
017500     05  FILLER                      PIC X(11)
017550         VALUE "  RESERVA: ".
017600     05  VTA-LF-RESERVA              PIC 9(08).
017700     05  FILLER                      PIC X(10) VALUE "  LIMITE: ".
017800     05  VTA-LF-LIMITE               PIC 9(08).
017900
018000 01  VTA-LINEA-VENTA.
018100     05  FILLER                      PIC X(19)
018200         VALUE "RETIRADO EN VENTA: ".
018300     05  VTA-LV-FECHA                PIC 9(08).
018400     05  FILLER                      PIC X(01) VALUE "-".
018500     05  VTA-LV-SEQ                  PIC 9(06).
018600
018700 PROCEDURE DIVISION.
018800
018900 0000-MAINLINE.
019000
019100     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
019200
019300     PERFORM 2000-MENU THRU 2000-EXIT
019400         UNTIL VTA-SALIR.
019500
019600     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
019700
019800     STOP RUN.
019900
020000 1000-INICIALIZAR.
020100
020200     DISPLAY "PEDIDOS ESPECIALES CON SENA".
020300
020350     MOVE "VTA8100" TO VTA-LGN-PROGRAMA.
020400     CALL "VTALOGON" USING VTA-LOGON-PARMS.
020500     IF VTA-LGN-ERROR
020600         MOVE 8 TO RETURN-CODE
020700         STOP RUN
020800     END-IF.
020900
021000     ACCEPT VTA-FECHA-HOY FROM DATE YYYYMMDD.
021100
021200     OPEN I-O PEDIDO-ESP-FILE.
021300     IF NOT VTA-PEDESP-OK
021400         DISPLAY "NO SE PUDO ABRIR PEDIDO-ESP-FILE. "
021500                 "ESTADO: " VTA-PEDESP-STATUS
021600         MOVE 8 TO RETURN-CODE
021700         STOP RUN
021800     END-IF.
021900
022000     OPEN I-O STOCK-SUC-FILE.
022100     IF NOT VTA-STKSUC-OK
022200         DISPLAY "NO SE PUDO ABRIR STOCK-SUC-FILE. "
022300                 "ESTADO: " VTA-STKSUC-STATUS
022400         CLOSE PEDIDO-ESP-FILE
022500         MOVE 8 TO RETURN-CODE
022600         STOP RUN
022700     END-IF.
022800
022900     OPEN INPUT PRODUCTO-MASTER-FILE.
023000     IF NOT VTA-PRODMTR-OK
023100         DISPLAY "NO SE PUDO ABRIR PRODUCTO-MASTER-FILE. "
023200                 "ESTADO: " VTA-PRODMTR-STATUS
023300         CLOSE PEDIDO-ESP-FILE
023400         CLOSE STOCK-SUC-FILE
023500         MOVE 8 TO RETURN-CODE
023600         STOP RUN
023700     END-IF.
023800
023900     OPEN INPUT CLIENTE-MASTER-FILE.
024000     IF NOT VTA-CLIMTR-OK
024100         DISPLAY "NO SE PUDO ABRIR CLIENTE-MASTER-FILE. "
024200                 "ESTADO: " VTA-CLIMTR-STATUS
024300         CLOSE PEDIDO-ESP-FILE
024400         CLOSE STOCK-SUC-FILE
024500         CLOSE PRODUCTO-MASTER-FILE
024600         MOVE 8 TO RETURN-CODE
024700         STOP RUN
024800     END-IF.
024900
025000     OPEN EXTEND SENA-MOV-FILE.
025100
025200 1000-EXIT.
025300     EXIT.
025400
025500 2000-MENU.
025600
025700     DISPLAY " ".
025800     DISPLAY "PEDIDOS ESPECIALES CON SENA".
025900     DISPLAY "1 - ALTA DE PEDIDO".
026000     DISPLAY "2 - CONSULTAR UN PEDIDO".
026100     DISPLAY "3 - LISTAR PEDIDOS DE UNA SUCURSAL".
026200     DISPLAY "4 - ANULAR PEDIDO / RESOLVER SENA".
026300     DISPLAY "5 - SALIR".
026400     DISPLAY "OPCION: " WITH NO ADVANCING.
026500     ACCEPT VTA-OPCION-MENU.
026600
026700     EVALUATE VTA-OPCION-MENU
026800         WHEN 1
026900             IF VTA-LGN-ROL-CONSULTA
027000                 DISPLAY "SU ROL NO PERMITE MODIFICAR PEDIDOS."
027100             ELSE
027200                 PERFORM 3000-ALTA THRU 3000-EXIT
027300             END-IF
027400         WHEN 2
027500             PERFORM 4000-CONSULTAR THRU 4000-EXIT
027600         WHEN 3
027700             PERFORM 5000-LISTAR-SUCURSAL THRU 5000-EXIT
027800         WHEN 4
027900             IF VTA-LGN-ROL-CONSULTA
028000                 DISPLAY "SU ROL NO PERMITE MODIFICAR PEDIDOS."
028100             ELSE
028200                 PERFORM 6000-RESOLVER THRU 6000-EXIT
028300             END-IF
028400         WHEN 5
028500             SET VTA-SALIR TO TRUE
028600         WHEN OTHER
028700             DISPLAY "OPCION INVALIDA."
028800     END-EVALUATE.
028900
029000 2000-EXIT.
029100     EXIT.
029200
029300******************************************************************
029400*3000-ALTA: TOMA LOS DATOS DEL PEDIDO, ASIGNA EL NUMERO, LO GRABA
029500*(RESERVADO SI LA SUCURSAL YA TIENE DISPONIBLE, SI NO ABIERTO) Y
029600*REGISTRA EL COBRO DE LA SENA EN EL DIARIO DE SENAS.
029700******************************************************************
029800 3000-ALTA.
029900
030000     MOVE SPACES TO VTA-PEDIDO-ESP-RECORD.
030100     MOVE SPACES TO VTA-CAJA-SENA.
030200     MOVE ZERO   TO VTA-SPD-FECHA-RESERVA.
030300     MOVE ZERO   TO VTA-SPD-FECHA-LIMITE.
030400     MOVE ZERO   TO VTA-SPD-VENTA-FECHA.
030500     MOVE ZERO   TO VTA-SPD-VENTA-SEQ.
030600
030700     DISPLAY "SUCURSAL DE RETIRO: " WITH NO ADVANCING.
030800     ACCEPT VTA-ENTRADA-TEXTO.
030900     IF VTA-ENTRADA-TEXTO = SPACES
031000         DISPLAY "ALTA CANCELADA."
031100         GO TO 3000-EXIT
031200     END-IF.
031300     MOVE VTA-ENTRADA-TEXTO (1:3) TO VTA-SPD-SUCURSAL.
031400
031500     DISPLAY "PRODUCTO: " WITH NO ADVANCING.
031600     ACCEPT VTA-ENTRADA-TEXTO.
031700     MOVE VTA-ENTRADA-TEXTO (1:6) TO VTA-PROD-CODIGO.
031800     READ PRODUCTO-MASTER-FILE
031900         INVALID KEY
032000             DISPLAY "NO EXISTE EL PRODUCTO."
032100             GO TO 3000-EXIT
032200     END-READ.
032300     MOVE VTA-PROD-CODIGO TO VTA-SPD-PRODUCTO.
032400     DISPLAY "PRODUCTO: " VTA-PROD-DESCRIPCION.
032500
032600     MOVE "CANTIDAD: " TO VTA-NUM-PROMPT.
032700     CALL "VTANUMER" USING VTA-NUMER-PARMS.
032800     IF VTA-NUM-VALOR NOT > ZERO
032900        OR VTA-NUM-VALOR > 99999
033000         DISPLAY "CANTIDAD INVALIDA."
033100         GO TO 3000-EXIT
033200     END-IF.
033300     MOVE VTA-NUM-VALOR TO VTA-SPD-CANTIDAD.
033400
033500     MOVE "NUMERO DE CLIENTE (0=NO REGISTRADO): "
033550         TO VTA-NUM-PROMPT.
033600     CALL "VTANUMER" USING VTA-NUMER-PARMS.
033700     IF VTA-NUM-VALOR < ZERO
033800        OR VTA-NUM-VALOR > 99999999
033900         DISPLAY "NUMERO DE CLIENTE INVALIDO."
034000         GO TO 3000-EXIT
034100     END-IF.
034200     MOVE VTA-NUM-VALOR TO VTA-SPD-CLIENTE-ID.
034300
034400     IF VTA-SPD-CLIENTE-ID > ZERO
034500         MOVE VTA-SPD-CLIENTE-ID TO VTA-CLI-ID
034600         READ CLIENTE-MASTER-FILE
034700             INVALID KEY
034800                 DISPLAY "NO EXISTE EL CLIENTE."
034900                 GO TO 3000-EXIT
035000         END-READ
035100         MOVE VTA-CLI-NOMBRE TO VTA-SPD-NOMBRE
035200         DISPLAY "CLIENTE: " VTA-SPD-NOMBRE
035300     ELSE
035400         DISPLAY "NOMBRE DEL CLIENTE: " WITH NO ADVANCING
035500         ACCEPT VTA-ENTRADA-TEXTO
035600         IF VTA-ENTRADA-TEXTO = SPACES
035700             DISPLAY "EL NOMBRE ES OBLIGATORIO."
035800             GO TO 3000-EXIT
035900         END-IF
036000         MOVE VTA-ENTRADA-TEXTO (1:30) TO VTA-SPD-NOMBRE
036100     END-IF.
036200
036300     DISPLAY "TELEFONO PARA AVISAR: " WITH NO ADVANCING.
036400     ACCEPT VTA-ENTRADA-TEXTO.
036500     IF VTA-ENTRADA-TEXTO = SPACES
036600         DISPLAY "EL TELEFONO ES OBLIGATORIO."
036700         GO TO 3000-EXIT
036800     END-IF.
036900     MOVE VTA-ENTRADA-TEXTO (1:15) TO VTA-SPD-TELEFONO.
037000
037100     COMPUTE VTA-IMPORTE-PEDIDO =
037200         VTA-SPD-CANTIDAD * VTA-PROD-PRECIO-UNIT.
037300
037400     MOVE "SENA COBRADA: " TO VTA-NUM-PROMPT.
037500     CALL "VTANUMER" USING VTA-NUMER-PARMS.
037600     IF VTA-NUM-VALOR < ZERO
037700         DISPLAY "IMPORTE DE SENA INVALIDO."
037800         GO TO 3000-EXIT
037900     END-IF.
038000     IF VTA-NUM-VALOR > VTA-IMPORTE-PEDIDO
038100         DISPLAY "LA SENA NO PUEDE SUPERAR EL IMPORTE DEL PEDIDO."
038200         GO TO 3000-EXIT
038300     END-IF.
038400     MOVE VTA-NUM-VALOR TO VTA-SPD-SENA.
038500
038600     SET VTA-FCH-ENTRADA TO TRUE.
038700     MOVE "FECHA PROMETIDA (AAAAMMDD): " TO VTA-FCH-PROMPT.
038800     CALL "VTAFECHA" USING VTA-FECHA-PARMS.
038900     IF VTA-FCH-FECHA-1 < VTA-FECHA-HOY
039000         DISPLAY "LA FECHA PROMETIDA NO PUEDE SER ANTERIOR A HOY."
039100         GO TO 3000-EXIT
039200     END-IF.
039300     MOVE VTA-FCH-FECHA-1 TO VTA-SPD-FECHA-PROMETIDA.
039400
039500     IF VTA-SPD-SENA > ZERO
039600         PERFORM 3500-CAPTURAR-CAJA THRU 3500-EXIT
039700         IF VTA-CAJA-TERMINAL = SPACES
039800             DISPLAY "ALTA CANCELADA."
039900             GO TO 3000-EXIT
040000         END-IF
040100         MOVE VTA-CAJA-TERMINAL TO VTA-SPD-TERMINAL-ID
040200         MOVE VTA-CAJA-CAJERO   TO VTA-SPD-CAJERO-ID
040300     END-IF.
040400
040500     DISPLAY "CONFIRMA EL ALTA DEL PEDIDO (S/N): "
040600             WITH NO ADVANCING.
040700     ACCEPT VTA-RESPUESTA.
040800
040900     IF VTA-RESPUESTA NOT = "S" AND VTA-RESPUESTA NOT = "s"
041000         DISPLAY "ALTA CANCELADA."
041100         GO TO 3000-EXIT
041200     END-IF.
041300
041400     PERFORM 3100-ASIGNAR-NUMERO THRU 3100-EXIT.
041500     IF VTA-ULT-PEDIDO = ZERO
041600         GO TO 3000-EXIT
041700     END-IF.
041800     MOVE VTA-ULT-PEDIDO TO VTA-SPD-NUMERO.
041900
042000     MOVE VTA-FECHA-HOY   TO VTA-SPD-FECHA-ALTA.
042100     MOVE VTA-FECHA-HOY   TO VTA-SPD-FECHA-ESTADO.
042200     MOVE VTA-LGN-USUARIO TO VTA-SPD-USUARIO.
042300     SET VTA-SPD-ABIERTO TO TRUE.
042400
042500     PERFORM 3200-VER-DISPONIBLE THRU 3200-EXIT.
042600     IF VTA-RESERVA-ALTA
042700         SET VTA-SPD-RESERVADO TO TRUE
042800         MOVE VTA-FECHA-HOY TO VTA-SPD-FECHA-RESERVA
042900     END-IF.
043000
043100     WRITE VTA-PEDIDO-ESP-RECORD
043200         INVALID KEY
043300             DISPLAY "NUMERO DE PEDIDO DUPLICADO: " VTA-SPD-NUMERO
043400                     ". REVISAR SPDNUM."
043500             GO TO 3000-EXIT
043600     END-WRITE.
043700
043800     IF VTA-RESERVA-ALTA
043900         ADD VTA-SPD-CANTIDAD TO VTA-STK-RESERVADO
044000         REWRITE VTA-STOCK-SUC-RECORD
044100             INVALID KEY
044200                 DISPLAY "NO SE PUDO REGRABAR EL STOCK DE LA "
044300                         "SUCURSAL. ESTADO: " VTA-STKSUC-STATUS
044400         END-REWRITE
044500     END-IF.
044600
044700     IF VTA-SPD-SENA > ZERO
044800         MOVE "C" TO VTA-TIPO-SENA
044900         PERFORM 8100-GRABAR-SENA THRU 8100-EXIT
045000     END-IF.
045100
045200     DISPLAY "PEDIDO GRABADO. NUMERO: " VTA-SPD-NUMERO.
045300     IF VTA-SPD-RESERVADO
045400         DISPLAY "HAY DISPONIBLE: LA MERCADERIA QUEDA RESERVADA."
045500     ELSE
045600         DISPLAY "SIN DISPONIBLE: SE RESERVA AL RECIBIR "
045650                 "MERCADERIA."
045700     END-IF.
045800
045900 3000-EXIT.
046000     EXIT.
046100
046200******************************************************************
046300*3100-ASIGNAR-NUMERO: TOMA EL ULTIMO NUMERO DE SPDNUM, LE SUMA UNO
046400*Y LO REGRABA EN EL ACTO. SI SPDNUM NO EXISTE SE EMPIEZA DE UNO.
046500*DEVUELVE CERO EN VTA-ULT-PEDIDO SI NO SE PUDO REGRABAR.
046600******************************************************************
046700 3100-ASIGNAR-NUMERO.
046800
046900     MOVE ZERO TO VTA-ULT-PEDIDO.
047000
047100     OPEN INPUT SPD-NUM-FILE.
047200     IF VTA-SNUM-OK
047300         READ SPD-NUM-FILE
047400             AT END
047500                 CONTINUE
047600         END-READ
047700         IF VTA-SNUM-OK
047800             MOVE VTA-SNUM-ULTIMO TO VTA-ULT-PEDIDO
047900         END-IF
048000         CLOSE SPD-NUM-FILE
048100     END-IF.
048200
048300     ADD 1 TO VTA-ULT-PEDIDO.
048400
048500     OPEN OUTPUT SPD-NUM-FILE.
048600     IF NOT VTA-SNUM-OK
048700         DISPLAY "NO SE PUDO GRABAR SPDNUM. ESTADO: "
048800                 VTA-SNUM-STATUS
048900         MOVE ZERO TO VTA-ULT-PEDIDO
049000         GO TO 3100-EXIT
049100     END-IF.
049200     MOVE SPACES TO VTA-SPD-NUM-RECORD.
049300     MOVE VTA-ULT-PEDIDO TO VTA-SNUM-ULTIMO.
049400     WRITE VTA-SPD-NUM-RECORD.
049500     CLOSE SPD-NUM-FILE.
049600
049700 3100-EXIT.
049800     EXIT.
049900
050000******************************************************************
050100*3200-VER-DISPONIBLE: LEE EL STOCK DE LA SUCURSAL DEL PEDIDO Y
050200*MARCA SI LO DISPONIBLE (STOCK MENOS RESERVADO) CUBRE LA CANTIDAD.
050300*EL REGISTRO QUEDA LEIDO PARA QUE 3000 LO REGRABE.
050400******************************************************************
050500 3200-VER-DISPONIBLE.
050600
050700     MOVE "N" TO VTA-SW-RESERVA-ALTA.
050800
050900     MOVE VTA-SPD-PRODUCTO TO VTA-STK-PRODUCTO.
051000     MOVE VTA-SPD-SUCURSAL TO VTA-STK-SUCURSAL.
051100     READ STOCK-SUC-FILE
051200         INVALID KEY
051300             GO TO 3200-EXIT
051400     END-READ.
051500
051600     IF VTA-STK-RESERVADO NOT NUMERIC
051700         MOVE ZERO TO VTA-STK-RESERVADO
051800     END-IF.
051900
052000     COMPUTE VTA-DISPONIBLE = VTA-STK-STOCK - VTA-STK-RESERVADO.
052100
052200     IF VTA-DISPONIBLE NOT < VTA-SPD-CANTIDAD
052300         SET VTA-RESERVA-ALTA TO TRUE
052400     END-IF.
052500
052600 3200-EXIT.
052700     EXIT.
052800
052900******************************************************************
053000*3500-CAPTURAR-CAJA: TERMINAL Y CAJERO QUE COBRAN O DEVUELVEN LA
053100*SENA EN EFECTIVO; EL ARQUEO LA SUMA O LA RESTA EN ESA CAJA.
053200******************************************************************
053300 3500-CAPTURAR-CAJA.
053400
053500     MOVE SPACES TO VTA-CAJA-SENA.
053600
053700     DISPLAY "TERMINAL DE LA CAJA: " WITH NO ADVANCING.
053800     ACCEPT VTA-ENTRADA-TEXTO.
053900     MOVE VTA-ENTRADA-TEXTO (1:5) TO VTA-CAJA-TERMINAL.
054000
054100     IF VTA-CAJA-TERMINAL = SPACES
054200         GO TO 3500-EXIT
054300     END-IF.
054400
054500     DISPLAY "CAJERO: " WITH NO ADVANCING.
054600     ACCEPT VTA-ENTRADA-TEXTO.
054700     MOVE VTA-ENTRADA-TEXTO (1:5) TO VTA-CAJA-CAJERO.
054800
054900 3500-EXIT.
055000     EXIT.
055100
055200******************************************************************
055300*3600-CAPTURAR-PEDIDO: PIDE LA CLAVE DEL PEDIDO (SUCURSAL,
055400*PRODUCTO Y NUMERO, COMO FIGURAN EN EL COMPROBANTE DE LA SENA) Y
055500*LO LEE.
055600******************************************************************
055700 3600-CAPTURAR-PEDIDO.
055800
055900     MOVE "N" TO VTA-SW-PEDIDO-HALLADO.
056000
056100     DISPLAY "SUCURSAL: " WITH NO ADVANCING.
056200     ACCEPT VTA-ENTRADA-TEXTO.
056300     MOVE VTA-ENTRADA-TEXTO (1:3) TO VTA-SPD-SUCURSAL.
056400
056500     DISPLAY "PRODUCTO: " WITH NO ADVANCING.
056600     ACCEPT VTA-ENTRADA-TEXTO.
056700     MOVE VTA-ENTRADA-TEXTO (1:6) TO VTA-SPD-PRODUCTO.
056800
056900     MOVE "NUMERO DE PEDIDO: " TO VTA-NUM-PROMPT.
057000     CALL "VTANUMER" USING VTA-NUMER-PARMS.
057100     IF VTA-NUM-VALOR NOT > ZERO
057200        OR VTA-NUM-VALOR > 99999999
057300         DISPLAY "NUMERO DE PEDIDO INVALIDO."
057400         GO TO 3600-EXIT
057500     END-IF.
057600     MOVE VTA-NUM-VALOR TO VTA-SPD-NUMERO.
057700
057800     READ PEDIDO-ESP-FILE
057900         INVALID KEY
058000             DISPLAY "NO EXISTE EL PEDIDO."
058100             GO TO 3600-EXIT
058200     END-READ.
058300
058400     SET VTA-PEDIDO-HALLADO TO TRUE.
058500
058600 3600-EXIT.
058700     EXIT.
058800
058900******************************************************************
059000*3700-MOSTRAR-PEDIDO: DATOS DEL PEDIDO LEIDO.
059100******************************************************************
059200 3700-MOSTRAR-PEDIDO.
059300
059400     MOVE VTA-SPD-SUCURSAL        TO VTA-LP-SUCURSAL.
059500     MOVE VTA-SPD-PRODUCTO        TO VTA-LP-PRODUCTO.
059600     MOVE VTA-SPD-NUMERO          TO VTA-LP-NUMERO.
059700     MOVE VTA-SPD-CANTIDAD        TO VTA-LP-CANTIDAD.
059800     MOVE VTA-SPD-SENA            TO VTA-LP-SENA.
059900     DISPLAY VTA-LINEA-PEDIDO.
060000
060100     MOVE VTA-SPD-CLIENTE-ID      TO VTA-LC-CLIENTE-ID.
060200     MOVE VTA-SPD-NOMBRE          TO VTA-LC-NOMBRE.
060300     MOVE VTA-SPD-TELEFONO        TO VTA-LC-TELEFONO.
060400     DISPLAY VTA-LINEA-CLIENTE.
060500
060600     MOVE VTA-SPD-ESTADO          TO VTA-LF-ESTADO.
060700     MOVE VTA-SPD-FECHA-ALTA      TO VTA-LF-ALTA.
060800     MOVE VTA-SPD-FECHA-PROMETIDA TO VTA-LF-PROMETIDA.
060900     MOVE VTA-SPD-FECHA-RESERVA   TO VTA-LF-RESERVA.
061000     MOVE VTA-SPD-FECHA-LIMITE    TO VTA-LF-LIMITE.
061100     DISPLAY VTA-LINEA-FECHAS.
061200
061300     IF VTA-SPD-ENTREGADO
061400         MOVE VTA-SPD-VENTA-FECHA TO VTA-LV-FECHA
061500         MOVE VTA-SPD-VENTA-SEQ   TO VTA-LV-SEQ
061600         DISPLAY VTA-LINEA-VENTA
061700     END-IF.
061800
061900 3700-EXIT.
062000     EXIT.
062100
062200 4000-CONSULTAR.
062300
062400     PERFORM 3600-CAPTURAR-PEDIDO THRU 3600-EXIT.
062500
062600     IF VTA-PEDIDO-HALLADO
062700         PERFORM 3700-MOSTRAR-PEDIDO THRU 3700-EXIT
062800     END-IF.
062900
063000 4000-EXIT.
063100     EXIT.
063200
063300******************************************************************
063400*5000-LISTAR-SUCURSAL: RECORRE LOS PEDIDOS DE UNA SUCURSAL (LA
063500*CLAVE EMPIEZA POR LA SUCURSAL) Y MUESTRA LOS QUE SIGUEN CON SENA
063600*PENDIENTE (ABIERTOS, RESERVADOS O VENCIDOS).
063700******************************************************************
063800 5000-LISTAR-SUCURSAL.
063900
064000     DISPLAY "SUCURSAL: " WITH NO ADVANCING.
064100     ACCEPT VTA-ENTRADA-TEXTO.
064200     MOVE VTA-ENTRADA-TEXTO (1:3) TO VTA-SUCURSAL-LISTADO.
064300
064400     MOVE ZERO TO VTA-CANT-LISTADOS.
064500     MOVE "N"  TO VTA-SW-FIN-SUCURSAL.
064600
064700     MOVE VTA-SUCURSAL-LISTADO TO VTA-SPD-SUCURSAL.
064800     MOVE LOW-VALUES           TO VTA-SPD-PRODUCTO.
064900     MOVE ZERO                 TO VTA-SPD-NUMERO.
065000
065100     START PEDIDO-ESP-FILE KEY >= VTA-SPD-CLAVE
065200         INVALID KEY
065300             SET VTA-FIN-SUCURSAL TO TRUE
065400     END-START.
065500
065600     PERFORM 5100-LEER-PEDIDO THRU 5100-EXIT
065700         UNTIL VTA-FIN-SUCURSAL.
065800
065900     DISPLAY "PEDIDOS PENDIENTES: " VTA-CANT-LISTADOS.
066000
066100 5000-EXIT.
066200     EXIT.
066300
066400 5100-LEER-PEDIDO.
066500
066600     READ PEDIDO-ESP-FILE NEXT
066700         AT END
066800             SET VTA-FIN-SUCURSAL TO TRUE
066900             GO TO 5100-EXIT
067000     END-READ.
067100
067200     IF VTA-SPD-SUCURSAL NOT = VTA-SUCURSAL-LISTADO
067300         SET VTA-FIN-SUCURSAL TO TRUE
067400         GO TO 5100-EXIT
067500     END-IF.
067600
067700     IF NOT VTA-SPD-CON-SENA
067800         GO TO 5100-EXIT
067900     END-IF.
068000
068100     DISPLAY " ".
068200     PERFORM 3700-MOSTRAR-PEDIDO THRU 3700-EXIT.
068300     ADD 1 TO VTA-CANT-LISTADOS.
068400
068500 5100-EXIT.
068600     EXIT.
068700
068800******************************************************************
068900*6000-RESOLVER: CIERRA UN PEDIDO QUE TODAVIA TIENE LA SENA DEL
069000*CLIENTE (ABIERTO, RESERVADO O VENCIDO). SI ESTABA RESERVADO
069100*LIBERA LA RESERVA DE LA SUCURSAL. LA SENA SE DEVUELVE EN EFECTIVO
069200*POR UNA CAJA ("D") O SE DA POR PERDIDA ("P", SOLO SUPERVISOR:
069300*A OTROS INGRESOS SIN MOVER CAJA).
069400******************************************************************
069500 6000-RESOLVER.
069600
069700     PERFORM 3600-CAPTURAR-PEDIDO THRU 3600-EXIT.
069800
069900     IF NOT VTA-PEDIDO-HALLADO
070000         GO TO 6000-EXIT
070100     END-IF.
070200
070300     PERFORM 3700-MOSTRAR-PEDIDO THRU 3700-EXIT.
070400
070500     IF NOT VTA-SPD-CON-SENA
070600         DISPLAY "EL PEDIDO YA ESTA CERRADO."
070700         GO TO 6000-EXIT
070800     END-IF.
070900
071000     MOVE "D" TO VTA-TIPO-SENA.
071100
071200     IF VTA-SPD-SENA > ZERO
071300         DISPLAY "D - DEVOLVER LA SENA / P - SENA PERDIDA: "
071400                 WITH NO ADVANCING
071500         ACCEPT VTA-TIPO-SENA
071600         IF VTA-TIPO-SENA = "d"
071700             MOVE "D" TO VTA-TIPO-SENA
071800         END-IF
071900         IF VTA-TIPO-SENA = "p"
072000             MOVE "P" TO VTA-TIPO-SENA
072100         END-IF
072200     END-IF.
072300
072400     IF VTA-TIPO-SENA NOT = "D" AND VTA-TIPO-SENA NOT = "P"
072500         DISPLAY "OPCION INVALIDA."
072600         GO TO 6000-EXIT
072700     END-IF.
072800
072900     IF VTA-TIPO-SENA = "P" AND NOT VTA-LGN-ROL-SUPER
073000         DISPLAY "DAR LA SENA POR PERDIDA REQUIERE ROL DE "
073100                 "SUPERVISOR."
073200         GO TO 6000-EXIT
073300     END-IF.
073400
073500     IF VTA-TIPO-SENA = "D" AND VTA-SPD-SENA > ZERO
073600         PERFORM 3500-CAPTURAR-CAJA THRU 3500-EXIT
073700         IF VTA-CAJA-TERMINAL = SPACES
073800             DISPLAY "OPERACION CANCELADA."
073900             GO TO 6000-EXIT
074000         END-IF
074100     END-IF.
074200
074300     DISPLAY "CONFIRMA EL CIERRE DEL PEDIDO (S/N): "
074400             WITH NO ADVANCING.
074500     ACCEPT VTA-RESPUESTA.
074600
074700     IF VTA-RESPUESTA NOT = "S" AND VTA-RESPUESTA NOT = "s"
074800         DISPLAY "OPERACION CANCELADA."
074900         GO TO 6000-EXIT
075000     END-IF.
075100
075200     IF VTA-SPD-RESERVADO
075300         PERFORM 6100-LIBERAR-RESERVA THRU 6100-EXIT
075400     END-IF.
075500
075600     IF VTA-TIPO-SENA = "P"
075700         SET VTA-SPD-PERDIDO TO TRUE
075800         MOVE SPACES TO VTA-CAJA-SENA
075900     ELSE
076000         SET VTA-SPD-DEVUELTO TO TRUE
076100     END-IF.
076200
076300     MOVE VTA-FECHA-HOY   TO VTA-SPD-FECHA-ESTADO.
076400     MOVE VTA-LGN-USUARIO TO VTA-SPD-USUARIO.
076500
076600     PERFORM 8000-REGRABAR-PEDIDO THRU 8000-EXIT.
076700
076800     IF VTA-SPD-SENA > ZERO
076900         PERFORM 8100-GRABAR-SENA THRU 8100-EXIT
077000     END-IF.
077100
077200 6000-EXIT.
077300     EXIT.
077400
077500******************************************************************
077600*6100-LIBERAR-RESERVA: DEVUELVE AL DISPONIBLE DE LA SUCURSAL LA
077700*CANTIDAD RESERVADA POR EL PEDIDO.
077800******************************************************************
077900 6100-LIBERAR-RESERVA.
078000
078100     MOVE VTA-SPD-PRODUCTO TO VTA-STK-PRODUCTO.
078200     MOVE VTA-SPD-SUCURSAL TO VTA-STK-SUCURSAL.
078300     READ STOCK-SUC-FILE
078400         INVALID KEY
078500             DISPLAY "AVISO: NO HAY STOCK DE LA SUCURSAL PARA "
078600                     "LIBERAR LA RESERVA."
078700             GO TO 6100-EXIT
078800     END-READ.
078900
079000     IF VTA-STK-RESERVADO NOT NUMERIC
079100         MOVE ZERO TO VTA-STK-RESERVADO
079200     END-IF.
079300
079400     IF VTA-STK-RESERVADO > VTA-SPD-CANTIDAD
079500         SUBTRACT VTA-SPD-CANTIDAD FROM VTA-STK-RESERVADO
079600     ELSE
079700         MOVE ZERO TO VTA-STK-RESERVADO
079800     END-IF.
079900
080000     REWRITE VTA-STOCK-SUC-RECORD
080100         INVALID KEY
080200             DISPLAY "NO SE PUDO REGRABAR EL STOCK DE LA "
080300                     "SUCURSAL. ESTADO: " VTA-STKSUC-STATUS
080400     END-REWRITE.
080500
080600 6100-EXIT.
080700     EXIT.
080800
080900 8000-REGRABAR-PEDIDO.
081000
081100     REWRITE VTA-PEDIDO-ESP-RECORD
081200         INVALID KEY
081300             DISPLAY "NO SE PUDO REGRABAR EL PEDIDO. ESTADO: "
081400                     VTA-PEDESP-STATUS
081500             GO TO 8000-EXIT
081600     END-REWRITE.
081700
081800     DISPLAY "PEDIDO ACTUALIZADO.".
081900
082000 8000-EXIT.
082100     EXIT.
082200
082300******************************************************************
082400*8100-GRABAR-SENA: AGREGA AL DIARIO DE SENAS EL MOVIMIENTO DE TIPO
082500*VTA-TIPO-SENA POR LA SENA DEL PEDIDO, CON LA CAJA QUE LA MANEJO
082600*(EN BLANCO SI SE DIO POR PERDIDA).
082700******************************************************************
082800 8100-GRABAR-SENA.
082900
083000     MOVE SPACES TO VTA-SENA-MOV-RECORD.
083100
083200     ACCEPT VTA-HORA-SISTEMA FROM TIME.
083300
083400     MOVE VTA-FECHA-HOY        TO VTA-SNM-FECHA.
083500     DIVIDE VTA-HORA-SISTEMA BY 100 GIVING VTA-SNM-HORA.
083600     MOVE VTA-CAJA-TERMINAL    TO VTA-SNM-TERMINAL-ID.
083700     MOVE VTA-CAJA-CAJERO      TO VTA-SNM-CAJERO-ID.
083800     MOVE VTA-LGN-USUARIO      TO VTA-SNM-USUARIO.
083900     MOVE VTA-TIPO-SENA        TO VTA-SNM-TIPO.
084000     MOVE VTA-SPD-SUCURSAL     TO VTA-SNM-SUCURSAL.
084100     MOVE VTA-SPD-PRODUCTO     TO VTA-SNM-PRODUCTO.
084200     MOVE VTA-SPD-NUMERO       TO VTA-SNM-NUMERO.
084300     MOVE VTA-SPD-SENA         TO VTA-SNM-IMPORTE.
084400     MOVE ZERO                 TO VTA-SNM-VENTA-FECHA.
084500     MOVE ZERO                 TO VTA-SNM-VENTA-SEQ.
084600
084700     WRITE VTA-SENA-MOV-RECORD.
084800     IF NOT VTA-SENAMV-OK
084900         DISPLAY "NO SE PUDO GRABAR EL DIARIO DE SENAS. ESTADO: "
085000                 VTA-SENAMV-STATUS
085100     END-IF.
085200
085300 8100-EXIT.
085400     EXIT.
085500
085600 9000-FINALIZAR.
085700
085800     CLOSE PEDIDO-ESP-FILE.
085900     CLOSE STOCK-SUC-FILE.
086000     CLOSE PRODUCTO-MASTER-FILE.
086100     CLOSE CLIENTE-MASTER-FILE.
086200     CLOSE SENA-MOV-FILE.
086300
086400 9000-EXIT.
086500     EXIT.
086600
086700 END PROGRAM VTA8100.

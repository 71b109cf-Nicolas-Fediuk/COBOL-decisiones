000100******************************************************************
000200*PEDIDOS ESPECIALES CON SENA - CONTROL NOCTURNO Y LLAMADOS.
000300*CORRE CADA NOCHE CON LA FECHA DE NEGOCIO DE FECHAPRM Y RECORRE EL
000400*MAESTRO DE PEDIDOS ESPECIALES (PEDESPE, LAYOUT VTASPED) EN ORDEN
000500*DE CLAVE, QUE EMPIEZA POR LA SUCURSAL:
000600*  - PEDIDO RESERVADO SIN PLAZO: LE FIJA LA FECHA LIMITE DE RETIRO
000700*    (FECHA DE RESERVA MAS N DIAS DE PEDPARM) Y LO LISTA PARA
000800*    LLAMAR AL CLIENTE.
000900*  - PEDIDO RESERVADO EN SU ULTIMO DIA: LO LISTA PARA RECORDARLE.
001000*  - PEDIDO RESERVADO CON EL PLAZO CUMPLIDO: LIBERA LA RESERVA DE
001100*    STOCKSUC, LO PASA A VENCIDO Y LO LISTA; LA SENA QUEDA A
001200*    DEVOLVER O A DAR POR PERDIDA DESDE LA CONSOLA (VTA8100).
001300*  - PEDIDO ABIERTO CON LA FECHA PROMETIDA VENCIDA: LO LISTA COMO
001400*    ATRASADO, PARA AVISAR AL CLIENTE.
001500*  - PEDIDO VENCIDO: LO LISTA HASTA QUE SE RESUELVA SU SENA.
001600*EL REPORTE PEDLLAM SALE POR SUCURSAL (LA LISTA DEL DIA DE CADA
001700*LOCAL) CON EL TOTAL DE SENAS PENDIENTES DE LA SUCURSAL, QUE ES EL
001800*PASIVO CON LOS CLIENTES, Y EL TOTAL DE LA EMPRESA.
001900*
002000*PARAMETRO PEDPARM (OPCIONAL): POSICIONES 1-3 LOS DIAS DE PLAZO
002100*PARA RETIRAR UN PEDIDO RESERVADO (1 A 60, POR OMISION 7).
002200******************************************************************
002300*MODIFICACIONES:
002400*2026-10-15 NF  PROGRAMA ORIGINAL.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. VTA8200.
002800 AUTHOR. N. FEDIUK.
002900 INSTALLATION. PERFUMERIA - SISTEMAS.
003000 DATE-WRITTEN. 2026-10-15.
003100 DATE-COMPILED. 2026-10-15.
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT PEDIDO-ESP-FILE ASSIGN TO "PEDESPE"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS VTA-SPD-CLAVE
004000         FILE STATUS IS VTA-PEDESP-STATUS.
004100
004200     SELECT STOCK-SUC-FILE ASSIGN TO "STOCKSUC"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS VTA-STK-CLAVE
004600         FILE STATUS IS VTA-STKSUC-STATUS.
004700
004800     SELECT OPTIONAL PED-PARM-FILE ASSIGN TO "PEDPARM"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS VTA-PPRM-STATUS.
005100
005200     SELECT OPTIONAL FECHA-PARM-FILE ASSIGN TO "FECHAPRM"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS VTA-FPRM-STATUS.
005500
005600     SELECT LLAMADOS-REPORT-FILE ASSIGN TO "PEDLLAM"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS VTA-REPORT-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  PEDIDO-ESP-FILE
006300     RECORDING MODE IS F.
006400     COPY VTASPED.
006500
006600 FD  STOCK-SUC-FILE
006700     RECORDING MODE IS F.
006800     COPY VTASTKS.
006900
007000 FD  PED-PARM-FILE
007100     RECORDING MODE IS F.
007200 01  VTA-PED-PARM-RECORD.
007300     05  VTA-PPM-DIAS-RETIRO         PIC 9(03).
007400     05  FILLER                      PIC X(77).
007500
007600 FD  FECHA-PARM-FILE
007700     RECORDING MODE IS F.
007800 01  VTA-FECHA-PARM-RECORD.
007900     05  VTA-FPRM-FECHA              PIC 9(08).
008000     05  FILLER                      PIC X(72).
008100
008200 FD  LLAMADOS-REPORT-FILE.
008300 01  VTA-REPORT-LINE                 PIC X(80).
008400
008500 WORKING-STORAGE SECTION.
008600
008700 COPY VTARLGP.
008800
008900 COPY VTAFCHP.
009000
009100 01  VTA-PEDESP-STATUS               PIC X(02).
009200     88  VTA-PEDESP-OK               VALUE "00".
009300
009400 01  VTA-STKSUC-STATUS               PIC X(02).
009500     88  VTA-STKSUC-OK               VALUE "00".
009600
009700 01  VTA-PPRM-STATUS                 PIC X(02).
009800     88  VTA-PPRM-OK                 VALUE "00".
009900
010000 01  VTA-FPRM-STATUS                 PIC X(02).
010100     88  VTA-FPRM-OK                 VALUE "00".
010200
010300 01  VTA-REPORT-STATUS               PIC X(02).
010400     88  VTA-REPORT-OK               VALUE "00".
010500
010600 01  VTA-SWITCHES.
010700     05  VTA-SW-FIN-PEDIDOS          PIC X(01) VALUE "N".
010800         88  VTA-FIN-PEDIDOS         VALUE "S".
010900     05  VTA-SW-ENCABEZADO           PIC X(01) VALUE "N".
011000         88  VTA-SUC-ENCABEZADA      VALUE "S".
011100
011200 01  VTA-FECHA-NEGOCIO               PIC 9(08) VALUE ZERO.
011300
011400*DIAS DE PLAZO PARA RETIRAR UN PEDIDO RESERVADO (PEDPARM).
011500 77  VTA-DIAS-RETIRO-OMISION         PIC 9(03) VALUE 7.
011600 01  VTA-DIAS-RETIRO                 PIC 9(03) VALUE ZERO.
011700
011800 01  VTA-ACCION                      PIC X(10) VALUE SPACES.
011900 01  VTA-FECHA-INFORME               PIC 9(08) VALUE ZERO.
012000
012100*SUCURSAL EN CURSO Y SUS SENAS PENDIENTES (PEDIDOS ABIERTOS,
012200*RESERVADOS O VENCIDOS).
012300 01  VTA-SUC-ACTUAL                  PIC X(03) VALUE LOW-VALUES.
012400 01  VTA-SUC-PEDIDOS                 PIC 9(07) COMP VALUE ZERO.
012500 01  VTA-SUC-SENAS                   PIC 9(09)V9(02) VALUE ZERO.
012600 01  VTA-TOT-SENAS                   PIC 9(09)V9(02) VALUE ZERO.
012700
012800 01  VTA-CONTADORES.
012900     05  VTA-CANT-LEIDOS             PIC 9(07) COMP VALUE ZERO.
013000     05  VTA-CANT-PENDIENTES         PIC 9(07) COMP VALUE ZERO.
013100     05  VTA-CANT-A-LLAMAR           PIC 9(07) COMP VALUE ZERO.
013200     05  VTA-CANT-ULTIMO-DIA         PIC 9(07) COMP VALUE ZERO.
013300     05  VTA-CANT-ATRASADOS          PIC 9(07) COMP VALUE ZERO.
013400     05  VTA-CANT-VENCIDOS           PIC 9(07) COMP VALUE ZERO.
013500     05  VTA-CANT-A-RESOLVER         PIC 9(07) COMP VALUE ZERO.
013600     05  VTA-CANT-ACTUALIZADOS       PIC 9(07) COMP VALUE ZERO.
013700
013800*LINEAS DE IMPRESION.
013900 01  VTA-LINEA-TITULO.
014000     05  FILLER                      PIC X(42)
014100         VALUE "PEDIDOS ESPECIALES A AVISAR - FECHA NEG.: ".
014200     05  VTA-LT-FECHA                PIC 9(08).
014300     05  FILLER                      PIC X(17)
014400         VALUE "   PLAZO RETIRO: ".
014500     05  VTA-LT-DIAS                 PIC ZZ9.
014600     05  FILLER                      PIC X(05) VALUE " DIAS".
014700
014800 01  VTA-LINEA-SUCURSAL.
014900     05  FILLER                      PIC X(10) VALUE "SUCURSAL: ".
015000     05  VTA-LSU-SUCURSAL            PIC X(03).
015100
015200 01  VTA-LINEA-COLUMNAS.
015300     05  FILLER                      PIC X(40)
015400         VALUE " PRODUC PEDIDO   ACCION     CLIENTE     ".
015500     05  FILLER                      PIC X(40)
015600         VALUE "    TELEFONO        FECHA          SENA".
015700
015800 01  VTA-LINEA-PEDIDO.
015900     05  FILLER                      PIC X(01) VALUE SPACE.
016000     05  VTA-LPD-PRODUCTO            PIC X(06).
016100     05  FILLER                      PIC X(01) VALUE SPACE.
016200     05  VTA-LPD-NUMERO              PIC 9(08).
016300     05  FILLER                      PIC X(01) VALUE SPACE.
016400     05  VTA-LPD-ACCION              PIC X(10).
016500     05  FILLER                      PIC X(01) VALUE SPACE.
016600     05  VTA-LPD-NOMBRE              PIC X(15).
016700     05  FILLER                      PIC X(01) VALUE SPACE.
016800     05  VTA-LPD-TELEFONO            PIC X(15).
016900     05  FILLER                      PIC X(01) VALUE SPACE.
017000     05  VTA-LPD-FECHA               PIC 9(08).
017100     05  FILLER                      PIC X(01) VALUE SPACE.
017200     05  VTA-LPD-SENA                PIC ZZZZZZ9.99.
017300
017400 01  VTA-LINEA-SUBTOTAL.
017500     05  FILLER                      PIC X(30)
017600         VALUE "   PEDIDOS CON SENA PENDIENTE:".
017700     05  VTA-LSB-PEDIDOS             PIC ZZZ,ZZ9.
017800     05  FILLER                      PIC X(14)
017900         VALUE "  IMPORTE:    ".
018000     05  VTA-LSB-SENAS               PIC ZZZ,ZZZ,ZZ9.99.
018100
018200 01  VTA-LINEA-TOTAL.
018300     05  VTA-LTO-CONCEPTO            PIC X(36).
018400     05  VTA-LTO-CANT                PIC ZZZ,ZZ9.
018500
018600 01  VTA-LINEA-TOTAL-SENAS.
018700     05  FILLER                      PIC X(36)
018800         VALUE "SENAS PENDIENTES CON CLIENTES     :".
018900     05  VTA-LTS-IMPORTE             PIC ZZZ,ZZZ,ZZ9.99.
019000
019100 PROCEDURE DIVISION.
019200
019300 0000-MAINLINE.
019400
019500     MOVE "VTA8200" TO VTA-RLP-PROGRAMA.
019600     SET VTA-RLP-INICIO TO TRUE.
019700     CALL "VTARUNLG" USING VTA-RUNLOG-PARMS.
019800
019900     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
020000
020100     PERFORM 2000-PROCESAR-PEDIDO THRU 2000-EXIT
020200         UNTIL VTA-FIN-PEDIDOS.
020300
020400     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
020500
020600     SET VTA-RLP-FIN TO TRUE.
020700     MOVE VTA-FECHA-NEGOCIO TO VTA-RLP-FECHA-NEG.
020800     MOVE VTA-CANT-LEIDOS TO VTA-RLP-REG-ENTRADA.
020900     MOVE VTA-CANT-ACTUALIZADOS TO VTA-RLP-REG-SALIDA.
021000     MOVE RETURN-CODE TO VTA-RLP-RC.
021100     CALL "VTARUNLG" USING VTA-RUNLOG-PARMS.
021200
021300     STOP RUN.
021400
021500 1000-INICIALIZAR.
021600
021700     PERFORM 1300-OBTENER-FECHA-NEGOCIO THRU 1300-EXIT.
021800     PERFORM 1350-LEER-PARAMETRO THRU 1350-EXIT.
021900
022000     OPEN I-O PEDIDO-ESP-FILE.
022100     IF NOT VTA-PEDESP-OK
022200         DISPLAY "VTA8200 - NO SE PUDO ABRIR EL MAESTRO DE "
022300                 "PEDIDOS ESPECIALES (PEDESPE). ESTADO: "
022400                 VTA-PEDESP-STATUS
022500         MOVE 8 TO RETURN-CODE
022600         STOP RUN
022700     END-IF.
022800
022900     OPEN I-O STOCK-SUC-FILE.
023000     IF NOT VTA-STKSUC-OK
023100         DISPLAY "VTA8200 - NO SE PUDO ABRIR EL STOCK POR "
023200                 "SUCURSAL (STOCKSUC). ESTADO: " VTA-STKSUC-STATUS
023300         MOVE 8 TO RETURN-CODE
023400         STOP RUN
023500     END-IF.
023600
023700     OPEN OUTPUT LLAMADOS-REPORT-FILE.
023800
023900     MOVE VTA-FECHA-NEGOCIO TO VTA-LT-FECHA.
024000     MOVE VTA-DIAS-RETIRO   TO VTA-LT-DIAS.
024100     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TITULO.
024200
024300     PERFORM 1100-LEER-PEDIDO THRU 1100-EXIT.
024400
024500 1000-EXIT.
024600     EXIT.
024700
024800 1100-LEER-PEDIDO.
024900
025000     READ PEDIDO-ESP-FILE NEXT
025100         AT END
025200             SET VTA-FIN-PEDIDOS TO TRUE
025300             GO TO 1100-EXIT
025400     END-READ.
025500
025600     ADD 1 TO VTA-CANT-LEIDOS.
025700
025800 1100-EXIT.
025900     EXIT.
026000
026100 1300-OBTENER-FECHA-NEGOCIO.
026200
026300     MOVE ZERO TO VTA-FECHA-NEGOCIO.
026400
026500     OPEN INPUT FECHA-PARM-FILE.
026600     IF VTA-FPRM-OK
026700         READ FECHA-PARM-FILE
026800             AT END
026900                 CONTINUE
027000         END-READ
027100         IF VTA-FPRM-OK AND VTA-FPRM-FECHA > 0
027200             MOVE VTA-FPRM-FECHA TO VTA-FECHA-NEGOCIO
027300         END-IF
027400         CLOSE FECHA-PARM-FILE
027500     END-IF.
027600
027700     IF VTA-FECHA-NEGOCIO = ZERO
027800         ACCEPT VTA-FECHA-NEGOCIO FROM DATE YYYYMMDD
027900         DISPLAY "VTA8200 - AVISO: SIN FECHA DE NEGOCIO "
028000                 "(FECHAPRM). SE USA LA FECHA DEL SISTEMA."
028100     END-IF.
028200
028300 1300-EXIT.
028400     EXIT.
028500
028600******************************************************************
028700*1350-LEER-PARAMETRO: DIAS DE PLAZO DE RETIRO DE PEDPARM. SIN
028800*PARAMETRO RIGE EL VALOR POR OMISION; UN VALOR FUERA DE RANGO SE
028900*REEMPLAZA POR EL VALOR POR OMISION, CON AVISO.
029000******************************************************************
029100 1350-LEER-PARAMETRO.
029200
029300     MOVE VTA-DIAS-RETIRO-OMISION TO VTA-DIAS-RETIRO.
029400
029500     OPEN INPUT PED-PARM-FILE.
029600     IF NOT VTA-PPRM-OK
029700         GO TO 1350-EXIT
029800     END-IF.
029900
030000     READ PED-PARM-FILE
030100         AT END
030200             CLOSE PED-PARM-FILE
030300             GO TO 1350-EXIT
030400     END-READ.
030500
030600     IF VTA-PPM-DIAS-RETIRO IS NUMERIC
030700        AND VTA-PPM-DIAS-RETIRO > ZERO
030800        AND VTA-PPM-DIAS-RETIRO NOT > 60
030900         MOVE VTA-PPM-DIAS-RETIRO TO VTA-DIAS-RETIRO
031000     ELSE
031100         DISPLAY "VTA8200 - AVISO: PLAZO DE RETIRO INVALIDO EN "
031200                 "PEDPARM. SE TOMAN 7 DIAS."
031300     END-IF.
031400
031500     CLOSE PED-PARM-FILE.
031600
031700 1350-EXIT.
031800     EXIT.
031900
032000******************************************************************
032100*2000-PROCESAR-PEDIDO: CORTE POR SUCURSAL, ACUMULA LA SENA DE LOS
032200*PEDIDOS QUE LA TIENEN PENDIENTE Y ATIENDE EL PEDIDO SEGUN SU
032300*ESTADO. LOS ENTREGADOS Y LOS YA RESUELTOS NO SE TOCAN.
032400******************************************************************
032500 2000-PROCESAR-PEDIDO.
032600
032700     IF VTA-SPD-SUCURSAL NOT = VTA-SUC-ACTUAL
032800         PERFORM 2900-CORTE-SUCURSAL THRU 2900-EXIT
032900         MOVE VTA-SPD-SUCURSAL TO VTA-SUC-ACTUAL
033000     END-IF.
033100
033200     IF VTA-SPD-CON-SENA
033300         ADD 1            TO VTA-SUC-PEDIDOS
033400         ADD VTA-SPD-SENA TO VTA-SUC-SENAS
033500     END-IF.
033600
033700     EVALUATE TRUE
033800         WHEN VTA-SPD-RESERVADO
033900             PERFORM 2100-CONTROLAR-RESERVA THRU 2100-EXIT
034000         WHEN VTA-SPD-ABIERTO
034100             IF VTA-SPD-FECHA-PROMETIDA < VTA-FECHA-NEGOCIO
034200                 MOVE "ATRASADO" TO VTA-ACCION
034300                 MOVE VTA-SPD-FECHA-PROMETIDA TO VTA-FECHA-INFORME
034400                 ADD 1 TO VTA-CANT-ATRASADOS
034500                 PERFORM 8100-INFORMAR-PEDIDO THRU 8100-EXIT
034600             END-IF
034700         WHEN VTA-SPD-VENCIDO
034800             MOVE "A RESOLVER" TO VTA-ACCION
034900             MOVE VTA-SPD-FECHA-ESTADO TO VTA-FECHA-INFORME
035000             ADD 1 TO VTA-CANT-A-RESOLVER
035100             PERFORM 8100-INFORMAR-PEDIDO THRU 8100-EXIT
035200         WHEN OTHER
035300             CONTINUE
035400     END-EVALUATE.
035500
035600     PERFORM 1100-LEER-PEDIDO THRU 1100-EXIT.
035700
035800 2000-EXIT.
035900     EXIT.
036000
036100******************************************************************
036200*2100-CONTROLAR-RESERVA: UN PEDIDO RECIEN RESERVADO RECIBE SU
036300*FECHA LIMITE Y SE LISTA PARA AVISAR AL CLIENTE. EL PLAZO CORRE
036400*DESDE LA RESERVA; SI ASI YA ESTUVIERA CUMPLIDO (LA CORRIDA NO SE
036500*HIZO ALGUNOS DIAS) CORRE DESDE LA FECHA DE NEGOCIO, PARA QUE EL
036600*CLIENTE TENGA SU PLAZO DESDE EL AVISO. EL QUE YA TIENE FECHA
036700*LIMITE SE RECUERDA EL ULTIMO DIA Y VENCE AL DIA SIGUIENTE.
036800******************************************************************
036900 2100-CONTROLAR-RESERVA.
037000
037100     IF VTA-SPD-FECHA-LIMITE = ZERO
037200         PERFORM 2110-FIJAR-LIMITE THRU 2110-EXIT
037300         PERFORM 2150-REGRABAR-PEDIDO THRU 2150-EXIT
037400         MOVE "LLAMAR" TO VTA-ACCION
037500         MOVE VTA-SPD-FECHA-LIMITE TO VTA-FECHA-INFORME
037600         ADD 1 TO VTA-CANT-A-LLAMAR
037700         PERFORM 8100-INFORMAR-PEDIDO THRU 8100-EXIT
037800         GO TO 2100-EXIT
037900     END-IF.
038000
038100     IF VTA-FECHA-NEGOCIO > VTA-SPD-FECHA-LIMITE
038200         PERFORM 2200-LIBERAR-RESERVA THRU 2200-EXIT
038300         SET VTA-SPD-VENCIDO TO TRUE
038400         MOVE VTA-FECHA-NEGOCIO TO VTA-SPD-FECHA-ESTADO
038500         PERFORM 2150-REGRABAR-PEDIDO THRU 2150-EXIT
038600         MOVE "VENCIDO" TO VTA-ACCION
038700         MOVE VTA-SPD-FECHA-LIMITE TO VTA-FECHA-INFORME
038800         ADD 1 TO VTA-CANT-VENCIDOS
038900         PERFORM 8100-INFORMAR-PEDIDO THRU 8100-EXIT
039000         GO TO 2100-EXIT
039100     END-IF.
039200
039300     IF VTA-FECHA-NEGOCIO = VTA-SPD-FECHA-LIMITE
039400         MOVE "ULTIMO DIA" TO VTA-ACCION
039500         MOVE VTA-SPD-FECHA-LIMITE TO VTA-FECHA-INFORME
039600         ADD 1 TO VTA-CANT-ULTIMO-DIA
039700         PERFORM 8100-INFORMAR-PEDIDO THRU 8100-EXIT
039800     END-IF.
039900
040000 2100-EXIT.
040100     EXIT.
040200
040300 2110-FIJAR-LIMITE.
040400
040500     IF VTA-SPD-FECHA-RESERVA = ZERO
040600         MOVE VTA-FECHA-NEGOCIO TO VTA-SPD-FECHA-RESERVA
040700     END-IF.
040800
040900     SET VTA-FCH-AGREGAR TO TRUE.
041000     MOVE VTA-SPD-FECHA-RESERVA TO VTA-FCH-FECHA-1.
041100     MOVE VTA-DIAS-RETIRO       TO VTA-FCH-DIAS.
041200     CALL "VTAFECHA" USING VTA-FECHA-PARMS.
041300     MOVE VTA-FCH-FECHA-2 TO VTA-SPD-FECHA-LIMITE.
041400
041500     IF VTA-FCH-ERROR
041600        OR VTA-SPD-FECHA-LIMITE < VTA-FECHA-NEGOCIO
041700         SET VTA-FCH-AGREGAR TO TRUE
041800         MOVE VTA-FECHA-NEGOCIO TO VTA-FCH-FECHA-1
041900         MOVE VTA-DIAS-RETIRO   TO VTA-FCH-DIAS
042000         CALL "VTAFECHA" USING VTA-FECHA-PARMS
042100         MOVE VTA-FCH-FECHA-2 TO VTA-SPD-FECHA-LIMITE
042200     END-IF.
042300
042400 2110-EXIT.
042500     EXIT.
042600
042700 2150-REGRABAR-PEDIDO.
042800
042900     REWRITE VTA-PEDIDO-ESP-RECORD
043000         INVALID KEY
043100             DISPLAY "VTA8200 - NO SE PUDO REGRABAR EL PEDIDO "
043200                     VTA-SPD-NUMERO ". ESTADO: " VTA-PEDESP-STATUS
043300             MOVE 8 TO RETURN-CODE
043400             GO TO 2150-EXIT
043500     END-REWRITE.
043600
043700     ADD 1 TO VTA-CANT-ACTUALIZADOS.
043800
043900 2150-EXIT.
044000     EXIT.
044100
044200******************************************************************
044300*2200-LIBERAR-RESERVA: DEVUELVE AL DISPONIBLE DE LA SUCURSAL LA
044400*CANTIDAD QUE TENIA RESERVADA EL PEDIDO VENCIDO.
044500******************************************************************
044600 2200-LIBERAR-RESERVA.
044700
044800     MOVE VTA-SPD-PRODUCTO TO VTA-STK-PRODUCTO.
044900     MOVE VTA-SPD-SUCURSAL TO VTA-STK-SUCURSAL.
045000     READ STOCK-SUC-FILE
045100         INVALID KEY
045200             DISPLAY "VTA8200 - AVISO: SIN STOCK DE SUCURSAL "
045300                     "PARA LIBERAR EL PEDIDO " VTA-SPD-NUMERO
045400             GO TO 2200-EXIT
045500     END-READ.
045600
045700     IF VTA-STK-RESERVADO NOT NUMERIC
045800         MOVE ZERO TO VTA-STK-RESERVADO
045900     END-IF.
046000
046100     IF VTA-STK-RESERVADO > VTA-SPD-CANTIDAD
046200         SUBTRACT VTA-SPD-CANTIDAD FROM VTA-STK-RESERVADO
046300     ELSE
046400         MOVE ZERO TO VTA-STK-RESERVADO
046500     END-IF.
046600
046700     REWRITE VTA-STOCK-SUC-RECORD
046800         INVALID KEY
046900             DISPLAY "VTA8200 - NO SE PUDO REGRABAR EL STOCK DE "
047000                     "SUCURSAL. ESTADO: " VTA-STKSUC-STATUS
047100             MOVE 8 TO RETURN-CODE
047200     END-REWRITE.
047300
047400 2200-EXIT.
047500     EXIT.
047600
047700******************************************************************
047800*2900-CORTE-SUCURSAL: CIERRA LA SUCURSAL EN CURSO CON SUS SENAS
047900*PENDIENTES (SI TIENE) Y LAS SUMA AL TOTAL DE LA EMPRESA.
048000******************************************************************
048100 2900-CORTE-SUCURSAL.
048200
048300     IF VTA-SUC-PEDIDOS > ZERO
048400         IF NOT VTA-SUC-ENCABEZADA
048500             PERFORM 8150-ENCABEZAR-SUCURSAL THRU 8150-EXIT
048600         END-IF
048700         MOVE VTA-SUC-PEDIDOS TO VTA-LSB-PEDIDOS
048800         MOVE VTA-SUC-SENAS   TO VTA-LSB-SENAS
048900         WRITE VTA-REPORT-LINE FROM VTA-LINEA-SUBTOTAL
049000         ADD VTA-SUC-PEDIDOS TO VTA-CANT-PENDIENTES
049100         ADD VTA-SUC-SENAS   TO VTA-TOT-SENAS
049200     END-IF.
049300
049400     MOVE ZERO TO VTA-SUC-PEDIDOS.
049500     MOVE ZERO TO VTA-SUC-SENAS.
049600     MOVE "N"  TO VTA-SW-ENCABEZADO.
049700
049800 2900-EXIT.
049900     EXIT.
050000
050100 8100-INFORMAR-PEDIDO.
050200
050300     IF NOT VTA-SUC-ENCABEZADA
050400         PERFORM 8150-ENCABEZAR-SUCURSAL THRU 8150-EXIT
050500     END-IF.
050600
050700     MOVE VTA-SPD-PRODUCTO  TO VTA-LPD-PRODUCTO.
050800     MOVE VTA-SPD-NUMERO    TO VTA-LPD-NUMERO.
050900     MOVE VTA-ACCION        TO VTA-LPD-ACCION.
051000     MOVE VTA-SPD-NOMBRE    TO VTA-LPD-NOMBRE.
051100     MOVE VTA-SPD-TELEFONO  TO VTA-LPD-TELEFONO.
051200     MOVE VTA-FECHA-INFORME TO VTA-LPD-FECHA.
051300     MOVE VTA-SPD-SENA      TO VTA-LPD-SENA.
051400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-PEDIDO.
051500
051600 8100-EXIT.
051700     EXIT.
051800
051900 8150-ENCABEZAR-SUCURSAL.
052000
052100     MOVE SPACES TO VTA-REPORT-LINE.
052200     WRITE VTA-REPORT-LINE.
052300     MOVE VTA-SUC-ACTUAL TO VTA-LSU-SUCURSAL.
052400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-SUCURSAL.
052500     WRITE VTA-REPORT-LINE FROM VTA-LINEA-COLUMNAS.
052600     SET VTA-SUC-ENCABEZADA TO TRUE.
052700
052800 8150-EXIT.
052900     EXIT.
053000
053100 8300-ESCRIBIR-TOTAL.
053200
053300     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
053400
053500 8300-EXIT.
053600     EXIT.
053700
053800 9000-FINALIZAR.
053900
054000     PERFORM 2900-CORTE-SUCURSAL THRU 2900-EXIT.
054100
054200     MOVE SPACES TO VTA-REPORT-LINE.
054300     WRITE VTA-REPORT-LINE.
054400
054500     MOVE "PEDIDOS LEIDOS                    :"
054600         TO VTA-LTO-CONCEPTO.
054700     MOVE VTA-CANT-LEIDOS      TO VTA-LTO-CANT.
054800     PERFORM 8300-ESCRIBIR-TOTAL THRU 8300-EXIT.
054900     MOVE "RESERVADOS A AVISAR AL CLIENTE    :"
055000         TO VTA-LTO-CONCEPTO.
055100     MOVE VTA-CANT-A-LLAMAR    TO VTA-LTO-CANT.
055200     PERFORM 8300-ESCRIBIR-TOTAL THRU 8300-EXIT.
055300     MOVE "RESERVADOS EN SU ULTIMO DIA       :"
055400         TO VTA-LTO-CONCEPTO.
055500     MOVE VTA-CANT-ULTIMO-DIA  TO VTA-LTO-CANT.
055600     PERFORM 8300-ESCRIBIR-TOTAL THRU 8300-EXIT.
055700     MOVE "ABIERTOS CON FECHA PROMETIDA VENC.:"
055800         TO VTA-LTO-CONCEPTO.
055900     MOVE VTA-CANT-ATRASADOS   TO VTA-LTO-CANT.
056000     PERFORM 8300-ESCRIBIR-TOTAL THRU 8300-EXIT.
056100     MOVE "VENCIDOS HOY (RESERVA LIBERADA)   :"
056200         TO VTA-LTO-CONCEPTO.
056300     MOVE VTA-CANT-VENCIDOS    TO VTA-LTO-CANT.
056400     PERFORM 8300-ESCRIBIR-TOTAL THRU 8300-EXIT.
056500     MOVE "VENCIDOS CON SENA A RESOLVER      :"
056600         TO VTA-LTO-CONCEPTO.
056700     MOVE VTA-CANT-A-RESOLVER  TO VTA-LTO-CANT.
056800     PERFORM 8300-ESCRIBIR-TOTAL THRU 8300-EXIT.
056900     MOVE "PEDIDOS CON SENA PENDIENTE        :"
057000         TO VTA-LTO-CONCEPTO.
057100     MOVE VTA-CANT-PENDIENTES  TO VTA-LTO-CANT.
057200     PERFORM 8300-ESCRIBIR-TOTAL THRU 8300-EXIT.
057300
057400     MOVE VTA-TOT-SENAS TO VTA-LTS-IMPORTE.
057500     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL-SENAS.
057600
057700     CLOSE PEDIDO-ESP-FILE.
057800     CLOSE STOCK-SUC-FILE.
057900     CLOSE LLAMADOS-REPORT-FILE.
058000
058100     DISPLAY "VTA8200 - PEDIDOS LEIDOS      : " VTA-CANT-LEIDOS.
058200     DISPLAY "VTA8200 - A AVISAR            : " VTA-CANT-A-LLAMAR.
058300     DISPLAY "VTA8200 - VENCIDOS HOY        : " VTA-CANT-VENCIDOS.
058400     DISPLAY "VTA8200 - SENAS PENDIENTES    : " VTA-TOT-SENAS.
058500
058600 9000-EXIT.
058700     EXIT.
058800
058900 END PROGRAM VTA8200.

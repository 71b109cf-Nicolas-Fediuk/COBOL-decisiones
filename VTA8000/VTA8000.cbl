000100******************************************************************
000200*PEDIDOS DE LA TIENDA WEB. CORRE CADA NOCHE ANTES DEL SORT DE
000300*SALESTRN, CON LA FECHA DE NEGOCIO DE FECHAPRM, Y LLEVA EL MAESTRO
000400*DE PEDIDOS WEBPEDM (LAYOUT VTAWEBP):
000500*  1. PROCESA LAS NOVEDADES DEL DIA DE LA TIENDA (WEBPEDI, LAYOUT
000600*     VTAWEBE) EN SU ORDEN:
000700*     - PEDIDO NUEVO: LO VALIDA CONTRA EL MAESTRO DE CLIENTES Y EL
000800*       DE PRODUCTOS (CLIENTE Y PRODUCTOS EXISTENTES, CANTIDADES E
000900*       IMPORTES VALIDOS, UNA SOLA CATEGORIA DE IVA COMO EXIGE
001000*       EJERCICIO5, SUCURSAL CON TERMINAL WEB EN TERMINAM Y STOCK
001100*       DISPONIBLE EN ESA SUCURSAL) Y RESERVA EL STOCK EN
001200*       STOCKSUC.
001300*     - PAGO: EL PEDIDO RESERVADO QUEDA PAGADO (SOLO DB/CR).
001400*     - ANULACION: LIBERA LA RESERVA Y DEJA EL PEDIDO ANULADO.
001500*  2. RECORRE LOS PEDIDOS ABIERTOS:
001600*     - EL RESERVADO SIN PAGO HACE MAS DE N DIAS (WEBPARM) VENCE Y
001700*       LIBERA SU RESERVA.
001800*     - EL PAGADO SE CONVIERTE EN VENTA: LIBERA LA RESERVA (EL
001900*       STOCK LO DESCUENTA EJERCICIO5 AL PROCESAR LA VENTA) Y
002000*       GRABA EN WEBVTAS SUS REGISTROS DE SALESTRN (VENTA SIMPLE
002100*       O CABECERA Y DETALLE) CON CANAL "W", EL CARGO DE ENVIO,
002200*       LA TERMINAL WEB DE LA SUCURSAL Y SECUENCIAS DESDE 900001.
002300*       EL JCL CONCATENA WEBVTAS A SALESTRN EN EL SORT.
002400*     - EL VENDIDO EN LA FECHA DE NEGOCIO SE VUELVE A GRABAR CON
002500*       SU MISMA CLAVE: UNA CORRIDA REPETIDA NO PIERDE LAS VENTAS
002600*       WEB (WEBVTAS SE CREA DE NUEVO EN CADA CORRIDA).
002700*EL REPORTE WEBRPT LISTA CADA PEDIDO TOCADO Y CADA NOVEDAD
002800*RECHAZADA CON SU MOTIVO. CON RECHAZOS TERMINA CON RETURN-CODE 4.
002900*
003000*PARAMETRO WEBPARM (OPCIONAL): POSICIONES 1-3 LOS DIAS DE PLAZO
003100*PARA PAGAR UN PEDIDO (1 A 60, POR OMISION 3).
003200******************************************************************
003300*MODIFICACIONES:
003400*2026-10-15 NF  PROGRAMA ORIGINAL.
003500******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. VTA8000.
003800 AUTHOR. N. FEDIUK.
003900 INSTALLATION. PERFUMERIA - SISTEMAS.
004000 DATE-WRITTEN. 2026-10-15.
004100 DATE-COMPILED. 2026-10-15.
004200
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT OPTIONAL WEB-NOVEDAD-FILE ASSIGN TO "WEBPEDI"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS VTA-WNOV-STATUS.
004900
005000     SELECT WEB-PEDIDO-FILE ASSIGN TO "WEBPEDM"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS VTA-WPD-CLAVE
005400         FILE STATUS IS VTA-WPED-STATUS.
005500
005600     SELECT PRODUCTO-MASTER-FILE ASSIGN TO "PRODUCTM"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS VTA-PROD-CODIGO
006000         FILE STATUS IS VTA-PRODMTR-STATUS.
006100
006200     SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIENTEM"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS VTA-CLI-ID
006600         FILE STATUS IS VTA-CLIMTR-STATUS.
006700
006800     SELECT STOCK-SUC-FILE ASSIGN TO "STOCKSUC"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS VTA-STK-CLAVE
007200         FILE STATUS IS VTA-STKSUC-STATUS.
007300
007400     SELECT TERMINAL-MASTER-FILE ASSIGN TO "TERMINAM"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS VTA-TERMTR-STATUS.
007700
007800     SELECT OPTIONAL WEB-PARM-FILE ASSIGN TO "WEBPARM"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS VTA-WPRM-STATUS.
008100
008200     SELECT OPTIONAL FECHA-PARM-FILE ASSIGN TO "FECHAPRM"
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS VTA-FPRM-STATUS.
008500
008600     SELECT WEB-VENTA-FILE ASSIGN TO "WEBVTAS"
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS VTA-WVTA-STATUS.
008900
009000     SELECT WEB-REPORT-FILE ASSIGN TO "WEBRPT"
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS VTA-REPORT-STATUS.
009300
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  WEB-NOVEDAD-FILE
009700     RECORDING MODE IS F.
009800     COPY VTAWEBE.
009900
010000 FD  WEB-PEDIDO-FILE
010100     RECORDING MODE IS F.
010200     COPY VTAWEBP.
010300
010400 FD  PRODUCTO-MASTER-FILE
010500     RECORDING MODE IS F.
010600     COPY VTAPROD.
010700
010800 FD  CLIENTE-MASTER-FILE
010900     RECORDING MODE IS F.
011000     COPY VTACLTE.
011100
011200 FD  STOCK-SUC-FILE
011300     RECORDING MODE IS F.
011400     COPY VTASTKS.
011500
011600 FD  TERMINAL-MASTER-FILE
011700     RECORDING MODE IS F.
011800     COPY VTATERM.
011900
012000 FD  WEB-PARM-FILE
012100     RECORDING MODE IS F.
012200 01  VTA-WEB-PARM-RECORD.
012300     05  VTA-WPM-DIAS-PAGO           PIC 9(03).
012400     05  FILLER                      PIC X(77).
012500
012600 FD  FECHA-PARM-FILE
012700     RECORDING MODE IS F.
012800 01  VTA-FECHA-PARM-RECORD.
012900     05  VTA-FPRM-FECHA              PIC 9(08).
013000     05  FILLER                      PIC X(72).
013100
013200 FD  WEB-VENTA-FILE
013300     RECORDING MODE IS F.
013400     COPY VTATRAN.
013500
013600 FD  WEB-REPORT-FILE.
013700 01  VTA-REPORT-LINE                 PIC X(80).
013800
013900 WORKING-STORAGE SECTION.
014000
014100 COPY VTARLGP.
014200
014300 COPY VTAFCHP.
014400
014500 01  VTA-WNOV-STATUS                 PIC X(02).
014600     88  VTA-WNOV-OK                 VALUE "00".
014700
014800 01  VTA-WPED-STATUS                 PIC X(02).
014900     88  VTA-WPED-OK                 VALUE "00".
015000
015100 01  VTA-PRODMTR-STATUS              PIC X(02).
015200     88  VTA-PRODMTR-OK              VALUE "00".
015300
015400 01  VTA-CLIMTR-STATUS               PIC X(02).
015500     88  VTA-CLIMTR-OK               VALUE "00".
015600
015700 01  VTA-STKSUC-STATUS               PIC X(02).
015800     88  VTA-STKSUC-OK               VALUE "00".
015900
016000 01  VTA-TERMTR-STATUS               PIC X(02).
016100     88  VTA-TERMTR-OK               VALUE "00".
016200     88  VTA-TERMTR-EOF              VALUE "10".
016300
016400 01  VTA-WPRM-STATUS                 PIC X(02).
016500     88  VTA-WPRM-OK                 VALUE "00".
016600
016700 01  VTA-FPRM-STATUS                 PIC X(02).
016800     88  VTA-FPRM-OK                 VALUE "00".
016900
017000 01  VTA-WVTA-STATUS                 PIC X(02).
017100     88  VTA-WVTA-OK                 VALUE "00".
017200
017300 01  VTA-REPORT-STATUS               PIC X(02).
017400     88  VTA-REPORT-OK               VALUE "00".
017500
017600 01  VTA-SWITCHES.
017700     05  VTA-SW-FIN-NOVEDADES        PIC X(01) VALUE "N".
017800         88  VTA-FIN-NOVEDADES       VALUE "S".
017900     05  VTA-SW-FIN-PEDIDOS          PIC X(01) VALUE "N".
018000         88  VTA-FIN-PEDIDOS         VALUE "S".
018100     05  VTA-SW-RECHAZO              PIC X(01) VALUE "N".
018200         88  VTA-PEDIDO-RECHAZADO    VALUE "S".
018300     05  VTA-SW-EXCEDIDO             PIC X(01) VALUE "N".
018400         88  VTA-PEDIDO-EXCEDIDO     VALUE "S".
018500     05  VTA-SW-TWB-ENCONTRADA       PIC X(01) VALUE "N".
018600         88  VTA-TWB-ENCONTRADA      VALUE "S".
018700
018800 01  VTA-FECHA-NEGOCIO               PIC 9(08) VALUE ZERO.
018900
019000*DIAS DE PLAZO PARA PAGAR UN PEDIDO RESERVADO (WEBPARM).
019100 77  VTA-DIAS-PAGO-OMISION           PIC 9(03) VALUE 3.
019200 01  VTA-DIAS-PAGO                   PIC 9(03) VALUE ZERO.
019300
019400*LAS VENTAS WEB SE NUMERAN DESDE 900001 PARA NO CHOCAR CON LA
019500*NUMERACION DE LAS CAJAS. VTA-ULTIMA-SEQ ARRANCA EN LA MAYOR YA
019600*USADA EN LA FECHA DE NEGOCIO (CORRIDA REPETIDA).
019700 77  VTA-SEQ-WEB-BASE                PIC 9(06) VALUE 900000.
019800 01  VTA-ULTIMA-SEQ                  PIC 9(06) VALUE ZERO.
019900 01  VTA-SEQ-VENTA                   PIC 9(06) VALUE ZERO.
020000
020100*TERMINAL WEB DE CADA SUCURSAL: LA PRIMERA TERMINAL DE TERMINAM
020200*CUYO CODIGO EMPIEZA CON "W". LA VENTA WEB ENTRA A SALESTRN CON
020300*ESA TERMINAL, ASI EJERCICIO5 DESCUENTA EL STOCK DE LA SUCURSAL
020400*QUE DESPACHA.
020500 01  VTA-TABLA-TERM-WEB.
020600     05  VTA-TWB-CANT                PIC 9(03) COMP VALUE ZERO.
020700     05  VTA-TWB-ENTRADA OCCURS 50 TIMES
020800                         INDEXED BY VTA-TWB-IDX.
020900         10  VTA-TWB-SUCURSAL        PIC X(03).
021000         10  VTA-TWB-TERMINAL        PIC X(05).
021100
021200*PEDIDO EN CURSO: CABECERA DE LA NOVEDAD O DEL MAESTRO.
021300 01  VTA-PEDIDO-EN-CURSO.
021400     05  VTA-PEC-PEDIDO              PIC X(10).
021500     05  VTA-PEC-FECHA               PIC 9(08).
021600     05  VTA-PEC-CLIENTE-ID          PIC 9(08).
021700     05  VTA-PEC-SUCURSAL            PIC X(03).
021800     05  VTA-PEC-TERMINAL-ID         PIC X(05).
021900     05  VTA-PEC-ENVIO               PIC 9(07)V9(02).
022000     05  VTA-PEC-IMPORTE             PIC 9(07)V9(02).
022100     05  VTA-PEC-SUMA-LINEAS         PIC 9(07)V9(02).
022200     05  VTA-PEC-CAT-IVA             PIC X(01).
022300
022400*LINEAS DEL PEDIDO EN CURSO (MAXIMO 50, COMO UN TICKET DE CAJA).
022500 01  VTA-TABLA-LINEAS.
022600     05  VTA-PDL-CANT                PIC 9(03) COMP VALUE ZERO.
022700     05  VTA-PDL-ENTRADA OCCURS 50 TIMES
022800                         INDEXED BY VTA-PDL-IDX
022900                                    VTA-PDL-BUS-IDX.
023000         10  VTA-PDL-PRODUCTO        PIC X(06).
023100         10  VTA-PDL-CANTIDAD        PIC 9(05).
023200         10  VTA-PDL-IMPORTE         PIC 9(07)V9(02).
023300
023400*CONTROL DE STOCK DE UNA LINEA: LO PEDIDO DEL PRODUCTO EN TODO EL
023500*PEDIDO CONTRA LO DISPONIBLE (STOCK MENOS RESERVADO) EN LA
023600*SUCURSAL.
023700 01  VTA-CANT-PRODUCTO               PIC 9(07) VALUE ZERO.
023800 01  VTA-DISPONIBLE                  PIC S9(07) VALUE ZERO.
023900 01  VTA-CAT-LINEA                   PIC X(01).
024000 01  VTA-LINEA-NRO                   PIC 9(03) VALUE ZERO.
024100
024200*CABECERA DEL MAESTRO GUARDADA MIENTRAS SE LEEN SUS LINEAS.
024300 01  VTA-CABECERA-GUARDADA           PIC X(120).
024400
024500*PEDIDOS DEL MAESTRO QUE LA CORRIDA TIENE QUE ATENDER, JUNTADOS EN
024600*UN BARRIDO SECUENCIAL ANTES DE TOCARLOS.
024700 01  VTA-TABLA-PENDIENTES.
024800     05  VTA-PEN-CANT                PIC 9(05) COMP VALUE ZERO.
024900     05  VTA-PEN-ENTRADA OCCURS 2000 TIMES
025000                         INDEXED BY VTA-PEN-IDX.
025100         10  VTA-PEN-PEDIDO          PIC X(10).
025200         10  VTA-PEN-ACCION          PIC X(01).
025300             88  VTA-PEN-VENCER      VALUE "X".
025400             88  VTA-PEN-VENDER      VALUE "V".
025500             88  VTA-PEN-REEMITIR    VALUE "E".
025600
025700 01  VTA-MOTIVO                      PIC X(34) VALUE SPACES.
025800
025900 01  VTA-CONTADORES.
026000     05  VTA-CANT-NOVEDADES          PIC 9(07) COMP VALUE ZERO.
026100     05  VTA-CANT-RECHAZOS           PIC 9(07) COMP VALUE ZERO.
026200     05  VTA-CANT-RESERVADOS         PIC 9(07) COMP VALUE ZERO.
026300     05  VTA-CANT-PAGADOS            PIC 9(07) COMP VALUE ZERO.
026400     05  VTA-CANT-ANULADOS           PIC 9(07) COMP VALUE ZERO.
026500     05  VTA-CANT-VENCIDOS           PIC 9(07) COMP VALUE ZERO.
026600     05  VTA-CANT-VENDIDOS           PIC 9(07) COMP VALUE ZERO.
026700     05  VTA-CANT-REEMITIDOS         PIC 9(07) COMP VALUE ZERO.
026800     05  VTA-CANT-GRABADOS           PIC 9(07) COMP VALUE ZERO.
026900
027000*LINEAS DE IMPRESION.
027100 01  VTA-LINEA-TITULO.
027200     05  FILLER                      PIC X(42)
027300         VALUE "PEDIDOS DE LA TIENDA WEB - FECHA NEGOCIO: ".
027400     05  VTA-LT-FECHA                PIC 9(08).
027500     05  FILLER                      PIC X(16)
027600         VALUE "   PLAZO DE PAGO".
027700     05  VTA-LT-DIAS                 PIC ZZ9.
027800     05  FILLER                      PIC X(05) VALUE " DIAS".
027900
028000 01  VTA-LINEA-COLUMNAS.
028100     05  FILLER                      PIC X(40)
028200         VALUE " PEDIDO     ACCION        CLIENTE     IM".
028300     05  FILLER                      PIC X(12)
028400         VALUE "PORTE MOTIVO".
028500
028600 01  VTA-LINEA-PEDIDO.
028700     05  FILLER                      PIC X(01) VALUE SPACE.
028800     05  VTA-LPD-PEDIDO              PIC X(10).
028900     05  FILLER                      PIC X(01) VALUE SPACE.
029000     05  VTA-LPD-ACCION              PIC X(12).
029100     05  FILLER                      PIC X(01) VALUE SPACE.
029200     05  VTA-LPD-CLIENTE             PIC ZZZZZZZ9.
029300     05  FILLER                      PIC X(01) VALUE SPACE.
029400     05  VTA-LPD-IMPORTE             PIC ZZZZ,ZZ9.99.
029500     05  FILLER                      PIC X(01) VALUE SPACE.
029600     05  VTA-LPD-MOTIVO              PIC X(34).
029700
029800 01  VTA-LINEA-TOTAL.
029900     05  VTA-LTO-CONCEPTO            PIC X(36).
030000     05  VTA-LTO-CANT                PIC ZZZ,ZZ9.
030100
030200 PROCEDURE DIVISION.
030300
030400 0000-MAINLINE.
030500
030600     MOVE "VTA8000" TO VTA-RLP-PROGRAMA.
030700     SET VTA-RLP-INICIO TO TRUE.
030800     CALL "VTARUNLG" USING VTA-RUNLOG-PARMS.
030900
031000     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
031100
031200     PERFORM 2000-PROCESAR-NOVEDAD THRU 2000-EXIT
031300         UNTIL VTA-FIN-NOVEDADES.
031400
031500     PERFORM 3000-SELECCIONAR-PEDIDOS THRU 3000-EXIT.
031600
031700     PERFORM 3100-ATENDER-PEDIDO THRU 3100-EXIT
031800         VARYING VTA-PEN-IDX FROM 1 BY 1
031900         UNTIL VTA-PEN-IDX > VTA-PEN-CANT.
032000
032100     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
032200
032300     SET VTA-RLP-FIN TO TRUE.
032400     MOVE VTA-FECHA-NEGOCIO TO VTA-RLP-FECHA-NEG.
032500     MOVE VTA-CANT-NOVEDADES TO VTA-RLP-REG-ENTRADA.
032600     MOVE VTA-CANT-GRABADOS TO VTA-RLP-REG-SALIDA.
032700     MOVE RETURN-CODE TO VTA-RLP-RC.
032800     CALL "VTARUNLG" USING VTA-RUNLOG-PARMS.
032900
033000     STOP RUN.
033100
033200 1000-INICIALIZAR.
033300
033400     PERFORM 1300-OBTENER-FECHA-NEGOCIO THRU 1300-EXIT.
033500     PERFORM 1350-LEER-PARAMETRO THRU 1350-EXIT.
033600
033700     OPEN INPUT TERMINAL-MASTER-FILE.
033800     IF NOT VTA-TERMTR-OK
033900         DISPLAY "VTA8000 - NO SE PUDO ABRIR EL MAESTRO DE "
034000                 "TERMINALES (TERMINAM). ESTADO: "
034100                 VTA-TERMTR-STATUS
034200         MOVE 8 TO RETURN-CODE
034300         STOP RUN
034400     END-IF.
034500     PERFORM 1400-CARGAR-TERMINALES THRU 1400-EXIT.
034600     CLOSE TERMINAL-MASTER-FILE.
034700
034800     OPEN I-O WEB-PEDIDO-FILE.
034900     IF NOT VTA-WPED-OK
035000         DISPLAY "VTA8000 - NO SE PUDO ABRIR EL MAESTRO DE "
035100                 "PEDIDOS WEB (WEBPEDM). ESTADO: " VTA-WPED-STATUS
035200         MOVE 8 TO RETURN-CODE
035300         STOP RUN
035400     END-IF.
035500
035600     OPEN I-O STOCK-SUC-FILE.
035700     IF NOT VTA-STKSUC-OK
035800         DISPLAY "VTA8000 - NO SE PUDO ABRIR EL STOCK POR "
035900                 "SUCURSAL (STOCKSUC). ESTADO: " VTA-STKSUC-STATUS
036000         MOVE 8 TO RETURN-CODE
036100         STOP RUN
036200     END-IF.
036300
036400     OPEN INPUT PRODUCTO-MASTER-FILE.
036500     OPEN INPUT CLIENTE-MASTER-FILE.
036600     OPEN INPUT WEB-NOVEDAD-FILE.
036700     OPEN OUTPUT WEB-VENTA-FILE.
036800     OPEN OUTPUT WEB-REPORT-FILE.
036900
037000     MOVE VTA-FECHA-NEGOCIO TO VTA-LT-FECHA.
037100     MOVE VTA-DIAS-PAGO     TO VTA-LT-DIAS.
037200     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TITULO.
037300     MOVE SPACES TO VTA-REPORT-LINE.
037400     WRITE VTA-REPORT-LINE.
037500     WRITE VTA-REPORT-LINE FROM VTA-LINEA-COLUMNAS.
037600
037700     PERFORM 1100-LEER-NOVEDAD THRU 1100-EXIT.
037800
037900 1000-EXIT.
038000     EXIT.
038100
038200 1100-LEER-NOVEDAD.
038300
038400     READ WEB-NOVEDAD-FILE
038500         AT END
038600             SET VTA-FIN-NOVEDADES TO TRUE
038700             GO TO 1100-EXIT
038800     END-READ.
038900
039000     ADD 1 TO VTA-CANT-NOVEDADES.
039100
039200 1100-EXIT.
039300     EXIT.
039400
039500 1300-OBTENER-FECHA-NEGOCIO.
039600
039700     MOVE ZERO TO VTA-FECHA-NEGOCIO.
039800
039900     OPEN INPUT FECHA-PARM-FILE.
040000     IF VTA-FPRM-OK
040100         READ FECHA-PARM-FILE
040200             AT END
040300                 CONTINUE
040400         END-READ
040500         IF VTA-FPRM-OK AND VTA-FPRM-FECHA > 0
040600             MOVE VTA-FPRM-FECHA TO VTA-FECHA-NEGOCIO
040700         END-IF
040800         CLOSE FECHA-PARM-FILE
040900     END-IF.
041000
041100     IF VTA-FECHA-NEGOCIO = ZERO
041200         ACCEPT VTA-FECHA-NEGOCIO FROM DATE YYYYMMDD
041300         DISPLAY "VTA8000 - AVISO: SIN FECHA DE NEGOCIO "
041400                 "(FECHAPRM). SE USA LA FECHA DEL SISTEMA."
041500     END-IF.
041600
041700 1300-EXIT.
041800     EXIT.
041900
042000******************************************************************
042100*1350-LEER-PARAMETRO: DIAS DE PLAZO DE PAGO DE WEBPARM. SIN
042200*PARAMETRO RIGE EL VALOR POR OMISION; UN VALOR FUERA DE RANGO SE
042300*REEMPLAZA POR EL VALOR POR OMISION, CON AVISO.
042400******************************************************************
042500 1350-LEER-PARAMETRO.
042600
042700     MOVE VTA-DIAS-PAGO-OMISION TO VTA-DIAS-PAGO.
042800
042900     OPEN INPUT WEB-PARM-FILE.
043000     IF NOT VTA-WPRM-OK
043100         GO TO 1350-EXIT
043200     END-IF.
043300
043400     READ WEB-PARM-FILE
043500         AT END
043600             CLOSE WEB-PARM-FILE
043700             GO TO 1350-EXIT
043800     END-READ.
043900
044000     IF VTA-WPM-DIAS-PAGO IS NUMERIC
044100        AND VTA-WPM-DIAS-PAGO > ZERO
044200        AND VTA-WPM-DIAS-PAGO NOT > 60
044300         MOVE VTA-WPM-DIAS-PAGO TO VTA-DIAS-PAGO
044400     ELSE
044500         DISPLAY "VTA8000 - AVISO: PLAZO DE PAGO INVALIDO EN "
044600                 "WEBPARM. SE TOMAN 3 DIAS."
044700     END-IF.
044800
044900     CLOSE WEB-PARM-FILE.
045000
045100 1350-EXIT.
045200     EXIT.
045300
045400 1400-CARGAR-TERMINALES.
045500
045600     READ TERMINAL-MASTER-FILE
045700         AT END
045800             SET VTA-TERMTR-EOF TO TRUE
045900     END-READ.
046000
046100     PERFORM 1410-AGREGAR-TERMINAL THRU 1410-EXIT
046200         UNTIL VTA-TERMTR-EOF.
046300
046400 1400-EXIT.
046500     EXIT.
046600
046700 1410-AGREGAR-TERMINAL.
046800
046900     IF VTA-TER-TERMINAL-ID (1:1) = "W"
047000         MOVE VTA-TER-SUCURSAL-COD TO VTA-PEC-SUCURSAL
047100         PERFORM 2210-BUSCAR-TERMINAL-WEB THRU 2210-EXIT
047200         IF NOT VTA-TWB-ENCONTRADA
047300             IF VTA-TWB-CANT >= 50
047400                 DISPLAY "VTA8000 - TABLA DE TERMINALES WEB "
047500                         "LLENA (MAXIMO 50). AGRANDAR LA TABLA."
047600                 MOVE 8 TO RETURN-CODE
047700                 STOP RUN
047800             END-IF
047900             ADD 1 TO VTA-TWB-CANT
048000             SET VTA-TWB-IDX TO VTA-TWB-CANT
048100             MOVE VTA-TER-SUCURSAL-COD
048200                              TO VTA-TWB-SUCURSAL (VTA-TWB-IDX)
048300             MOVE VTA-TER-TERMINAL-ID
048400                              TO VTA-TWB-TERMINAL (VTA-TWB-IDX)
048500         END-IF
048600     END-IF.
048700
048800     READ TERMINAL-MASTER-FILE
048900         AT END
049000             SET VTA-TERMTR-EOF TO TRUE
049100     END-READ.
049200
049300 1410-EXIT.
049400     EXIT.
049500
049600******************************************************************
049700*2000-PROCESAR-NOVEDAD: DESPACHA UNA NOVEDAD DE LA TIENDA SEGUN SU
049800*TIPO. LA CABECERA DE UN PEDIDO JUNTA SUS LINEAS LEYENDO HACIA
049900*ADELANTE; LAS DEMAS NOVEDADES SE CONSUMEN SOLAS. UNA LINEA "D"
050000*SIN CABECERA DELANTE SE RECHAZA.
050100******************************************************************
050200 2000-PROCESAR-NOVEDAD.
050300
050400     MOVE VTA-WNV-PEDIDO TO VTA-PEC-PEDIDO.
050500     MOVE ZERO           TO VTA-PEC-CLIENTE-ID.
050600     MOVE ZERO           TO VTA-PEC-IMPORTE.
050700
050800     EVALUATE TRUE
050900         WHEN VTA-WNV-CABECERA
051000             PERFORM 2100-RECIBIR-PEDIDO THRU 2100-EXIT
051100         WHEN VTA-WNV-PAGO
051200             PERFORM 2300-REGISTRAR-PAGO THRU 2300-EXIT
051300             PERFORM 1100-LEER-NOVEDAD THRU 1100-EXIT
051400         WHEN VTA-WNV-ANULACION
051500             PERFORM 2400-ANULAR-PEDIDO THRU 2400-EXIT
051600             PERFORM 1100-LEER-NOVEDAD THRU 1100-EXIT
051700         WHEN VTA-WNV-DETALLE
051800             MOVE "LINEA SIN CABECERA DE PEDIDO" TO VTA-MOTIVO
051900             PERFORM 8100-INFORMAR-RECHAZO THRU 8100-EXIT
052000             PERFORM 1100-LEER-NOVEDAD THRU 1100-EXIT
052100         WHEN OTHER
052200             MOVE "TIPO DE NOVEDAD DESCONOCIDO" TO VTA-MOTIVO
052300             PERFORM 8100-INFORMAR-RECHAZO THRU 8100-EXIT
052400             PERFORM 1100-LEER-NOVEDAD THRU 1100-EXIT
052500     END-EVALUATE.
052600
052700 2000-EXIT.
052800     EXIT.
052900
053000******************************************************************
053100*2100-RECIBIR-PEDIDO: ARMA EL PEDIDO NUEVO CON SU CABECERA Y SUS
053200*LINEAS, LO VALIDA, Y SI ES VALIDO RESERVA EL STOCK EN LA SUCURSAL
053300*QUE DESPACHA Y LO GRABA EN EL MAESTRO COMO RESERVADO. UN PEDIDO
053400*RECHAZADO NO RESERVA NADA NI QUEDA EN EL MAESTRO: LA TIENDA LO
053500*TIENE QUE CORREGIR Y VOLVER A MANDAR.
053600******************************************************************
053700 2100-RECIBIR-PEDIDO.
053800
053900     MOVE "N" TO VTA-SW-RECHAZO.
054000     MOVE "N" TO VTA-SW-EXCEDIDO.
054100     MOVE ZERO TO VTA-PDL-CANT.
054200     MOVE ZERO TO VTA-PEC-SUMA-LINEAS.
054300     MOVE VTA-WNV-FECHA      TO VTA-PEC-FECHA.
054400     MOVE VTA-WNV-CLIENTE-ID TO VTA-PEC-CLIENTE-ID.
054500     MOVE VTA-WNV-SUCURSAL   TO VTA-PEC-SUCURSAL.
054600     MOVE VTA-WNV-ENVIO      TO VTA-PEC-ENVIO.
054700     MOVE VTA-WNV-IMPORTE    TO VTA-PEC-IMPORTE.
054800
054900     IF VTA-WNV-FECHA NOT NUMERIC
055000        OR VTA-WNV-FECHA = ZERO
055100         MOVE VTA-FECHA-NEGOCIO TO VTA-PEC-FECHA
055200     END-IF.
055300
055400     IF VTA-WNV-CLIENTE-ID NOT NUMERIC
055500         MOVE ZERO TO VTA-PEC-CLIENTE-ID
055600     END-IF.
055700
055800     IF VTA-WNV-ENVIO NOT NUMERIC
055900        OR VTA-WNV-IMPORTE NOT NUMERIC
056000         SET VTA-PEDIDO-RECHAZADO TO TRUE
056100         MOVE "IMPORTE O ENVIO NO NUMERICO" TO VTA-MOTIVO
056200         MOVE ZERO TO VTA-PEC-ENVIO
056300         MOVE ZERO TO VTA-PEC-IMPORTE
056400     END-IF.
056500
056600     PERFORM 1100-LEER-NOVEDAD THRU 1100-EXIT.
056700
056800     PERFORM 2110-AGREGAR-LINEA THRU 2110-EXIT
056900         UNTIL VTA-FIN-NOVEDADES
057000            OR NOT VTA-WNV-DETALLE
057100            OR VTA-WNV-PEDIDO NOT = VTA-PEC-PEDIDO.
057200
057300     IF NOT VTA-PEDIDO-RECHAZADO
057400         PERFORM 2200-VALIDAR-PEDIDO THRU 2200-EXIT
057500     END-IF.
057600
057700     IF VTA-PEDIDO-RECHAZADO
057800         PERFORM 8100-INFORMAR-RECHAZO THRU 8100-EXIT
057900         GO TO 2100-EXIT
058000     END-IF.
058100
058200     PERFORM 2250-RESERVAR-LINEA THRU 2250-EXIT
058300         VARYING VTA-PDL-IDX FROM 1 BY 1
058400         UNTIL VTA-PDL-IDX > VTA-PDL-CANT.
058500
058600     PERFORM 2270-GRABAR-PEDIDO THRU 2270-EXIT.
058700
058800     ADD 1 TO VTA-CANT-RESERVADOS.
058900     MOVE "RESERVADO" TO VTA-LPD-ACCION.
059000     MOVE "STOCK RESERVADO EN SUCURSAL " TO VTA-MOTIVO.
059100     MOVE VTA-PEC-SUCURSAL TO VTA-MOTIVO (29:3).
059200     PERFORM 8200-INFORMAR-PEDIDO THRU 8200-EXIT.
059300
059400 2100-EXIT.
059500     EXIT.
059600
059700 2110-AGREGAR-LINEA.
059800
059900*UN PEDIDO DE MAS DE 50 LINEAS NO ENTRA EN LA TABLA: SUS LINEAS SE
060000*CONSUMEN IGUAL Y EL PEDIDO ENTERO SE RECHAZA.
060100     IF VTA-PDL-CANT >= 50
060200         SET VTA-PEDIDO-EXCEDIDO TO TRUE
060300     ELSE
060400         ADD 1 TO VTA-PDL-CANT
060500         SET VTA-PDL-IDX TO VTA-PDL-CANT
060600         MOVE VTA-WNV-PRODUCTO TO VTA-PDL-PRODUCTO (VTA-PDL-IDX)
060700         MOVE VTA-WNV-CANTIDAD TO VTA-PDL-CANTIDAD (VTA-PDL-IDX)
060800         MOVE VTA-WNV-IMPORTE-LINEA
060900                               TO VTA-PDL-IMPORTE (VTA-PDL-IDX)
061000         IF VTA-WNV-CANTIDAD NOT NUMERIC
061100             MOVE ZERO TO VTA-PDL-CANTIDAD (VTA-PDL-IDX)
061200         END-IF
061300         IF VTA-WNV-IMPORTE-LINEA NOT NUMERIC
061400             MOVE ZERO TO VTA-PDL-IMPORTE (VTA-PDL-IDX)
061500         END-IF
061600         ADD VTA-PDL-IMPORTE (VTA-PDL-IDX) TO VTA-PEC-SUMA-LINEAS
061700     END-IF.
061800
061900     PERFORM 1100-LEER-NOVEDAD THRU 1100-EXIT.
062000
062100 2110-EXIT.
062200     EXIT.
062300
062400******************************************************************
062500*2200-VALIDAR-PEDIDO: EL PRIMER CONTROL QUE FALLA RECHAZA EL
062600*PEDIDO Y DEJA SU MOTIVO EN VTA-MOTIVO.
062700******************************************************************
062800 2200-VALIDAR-PEDIDO.
062900
063000     IF VTA-PEDIDO-EXCEDIDO
063100        OR VTA-PDL-CANT = ZERO
063200         SET VTA-PEDIDO-RECHAZADO TO TRUE
063300         MOVE "PEDIDO SIN LINEAS O CON MAS DE 50" TO VTA-MOTIVO
063400         GO TO 2200-EXIT
063500     END-IF.
063600
063700     IF VTA-PEC-PEDIDO = SPACES
063800         SET VTA-PEDIDO-RECHAZADO TO TRUE
063900         MOVE "PEDIDO SIN NUMERO" TO VTA-MOTIVO
064000         GO TO 2200-EXIT
064100     END-IF.
064200
064300     MOVE VTA-PEC-PEDIDO TO VTA-WPD-PEDIDO.
064400     MOVE ZERO           TO VTA-WPD-LINEA.
064500     READ WEB-PEDIDO-FILE
064600         INVALID KEY
064700             CONTINUE
064800         NOT INVALID KEY
064900             SET VTA-PEDIDO-RECHAZADO TO TRUE
065000             MOVE "PEDIDO DUPLICADO" TO VTA-MOTIVO
065100     END-READ.
065200     IF VTA-PEDIDO-RECHAZADO
065300         GO TO 2200-EXIT
065400     END-IF.
065500
065600*LA CABECERA PUEDE TRAER EL IMPORTE DEL PEDIDO O CERO; SI LO TRAE,
065700*DEBE COINCIDIR CON LA SUMA DE SUS LINEAS.
065800     IF VTA-PEC-IMPORTE NOT = ZERO
065900        AND VTA-PEC-IMPORTE NOT = VTA-PEC-SUMA-LINEAS
066000         SET VTA-PEDIDO-RECHAZADO TO TRUE
066100         MOVE "IMPORTE DISTINTO DE SUS LINEAS" TO VTA-MOTIVO
066200         GO TO 2200-EXIT
066300     END-IF.
066400     MOVE VTA-PEC-SUMA-LINEAS TO VTA-PEC-IMPORTE.
066500
066600     IF VTA-PEC-CLIENTE-ID = ZERO
066700         SET VTA-PEDIDO-RECHAZADO TO TRUE
066800         MOVE "PEDIDO SIN CLIENTE" TO VTA-MOTIVO
066900         GO TO 2200-EXIT
067000     END-IF.
067100
067200     MOVE VTA-PEC-CLIENTE-ID TO VTA-CLI-ID.
067300     READ CLIENTE-MASTER-FILE
067400         INVALID KEY
067500             SET VTA-PEDIDO-RECHAZADO TO TRUE
067600             MOVE "CLIENTE INEXISTENTE" TO VTA-MOTIVO
067700             GO TO 2200-EXIT
067800     END-READ.
067900
068000     PERFORM 2210-BUSCAR-TERMINAL-WEB THRU 2210-EXIT.
068100     IF NOT VTA-TWB-ENCONTRADA
068200         SET VTA-PEDIDO-RECHAZADO TO TRUE
068300         MOVE "SUCURSAL SIN TERMINAL WEB" TO VTA-MOTIVO
068400         GO TO 2200-EXIT
068500     END-IF.
068600     MOVE VTA-TWB-TERMINAL (VTA-TWB-IDX) TO VTA-PEC-TERMINAL-ID.
068700
068800     MOVE "?" TO VTA-PEC-CAT-IVA.
068900     PERFORM 2220-VALIDAR-LINEA THRU 2220-EXIT
069000         VARYING VTA-PDL-IDX FROM 1 BY 1
069100         UNTIL VTA-PDL-IDX > VTA-PDL-CANT
069200            OR VTA-PEDIDO-RECHAZADO.
069300
069400 2200-EXIT.
069500     EXIT.
069600
069700 2210-BUSCAR-TERMINAL-WEB.
069800
069900     MOVE "N" TO VTA-SW-TWB-ENCONTRADA.
070000     SET VTA-TWB-IDX TO 1.
070100     SEARCH VTA-TWB-ENTRADA
070200         AT END
070300             CONTINUE
070400         WHEN VTA-TWB-IDX > VTA-TWB-CANT
070500             CONTINUE
070600         WHEN VTA-TWB-SUCURSAL (VTA-TWB-IDX) = VTA-PEC-SUCURSAL
070700             SET VTA-TWB-ENCONTRADA TO TRUE
070800     END-SEARCH.
070900
071000 2210-EXIT.
071100     EXIT.
071200
071300******************************************************************
071400*2220-VALIDAR-LINEA: PRODUCTO EXISTENTE, CANTIDAD E IMPORTE
071500*MAYORES QUE CERO, LA MISMA CATEGORIA DE IVA QUE LAS DEMAS LINEAS
071600*(EJERCICIO5 RECHAZA LOS TICKETS MEZCLADOS) Y STOCK DISPONIBLE EN
071700*LA SUCURSAL PARA TODO LO PEDIDO DEL PRODUCTO EN EL PEDIDO (UN
071800*PRODUCTO PUEDE VENIR EN MAS DE UNA LINEA).
071900******************************************************************
072000 2220-VALIDAR-LINEA.
072100
072200     IF VTA-PDL-PRODUCTO (VTA-PDL-IDX) = SPACES
072300        OR VTA-PDL-CANTIDAD (VTA-PDL-IDX) = ZERO
072400        OR VTA-PDL-IMPORTE (VTA-PDL-IDX) = ZERO
072500         SET VTA-PEDIDO-RECHAZADO TO TRUE
072600         MOVE "LINEA CON DATOS INCOMPLETOS" TO VTA-MOTIVO
072700         GO TO 2220-EXIT
072800     END-IF.
072900
073000     MOVE VTA-PDL-PRODUCTO (VTA-PDL-IDX) TO VTA-PROD-CODIGO.
073100     READ PRODUCTO-MASTER-FILE
073200         INVALID KEY
073300             SET VTA-PEDIDO-RECHAZADO TO TRUE
073400             MOVE "PRODUCTO INEXISTENTE: " TO VTA-MOTIVO
073500             MOVE VTA-PROD-CODIGO TO VTA-MOTIVO (23:6)
073600             GO TO 2220-EXIT
073700     END-READ.
073800
073900     IF VTA-PROD-IVA-REDUCIDO OR VTA-PROD-IVA-EXENTO
074000         MOVE VTA-PROD-CAT-IVA TO VTA-CAT-LINEA
074100     ELSE
074200         MOVE "G" TO VTA-CAT-LINEA
074300     END-IF.
074400
074500     IF VTA-PEC-CAT-IVA = "?"
074600         MOVE VTA-CAT-LINEA TO VTA-PEC-CAT-IVA
074700     END-IF.
074800
074900     IF VTA-CAT-LINEA NOT = VTA-PEC-CAT-IVA
075000         SET VTA-PEDIDO-RECHAZADO TO TRUE
075100         MOVE "MEZCLA CATEGORIAS DE IVA" TO VTA-MOTIVO
075200         GO TO 2220-EXIT
075300     END-IF.
075400
075500     MOVE ZERO TO VTA-CANT-PRODUCTO.
075600     PERFORM 2230-SUMAR-PRODUCTO THRU 2230-EXIT
075700         VARYING VTA-PDL-BUS-IDX FROM 1 BY 1
075800         UNTIL VTA-PDL-BUS-IDX > VTA-PDL-CANT.
075900
076000     MOVE ZERO TO VTA-DISPONIBLE.
076100     MOVE VTA-PDL-PRODUCTO (VTA-PDL-IDX) TO VTA-STK-PRODUCTO.
076200     MOVE VTA-PEC-SUCURSAL               TO VTA-STK-SUCURSAL.
076300     READ STOCK-SUC-FILE
076400         INVALID KEY
076500             CONTINUE
076600         NOT INVALID KEY
076700             IF VTA-STK-RESERVADO NOT NUMERIC
076800                 MOVE ZERO TO VTA-STK-RESERVADO
076900             END-IF
077000             COMPUTE VTA-DISPONIBLE =
077100                 VTA-STK-STOCK - VTA-STK-RESERVADO
077200     END-READ.
077300
077400     IF VTA-DISPONIBLE < VTA-CANT-PRODUCTO
077500         SET VTA-PEDIDO-RECHAZADO TO TRUE
077600         MOVE "SIN STOCK EN LA SUCURSAL: " TO VTA-MOTIVO
077700         MOVE VTA-PDL-PRODUCTO (VTA-PDL-IDX) TO VTA-MOTIVO (27:6)
077800     END-IF.
077900
078000 2220-EXIT.
078100     EXIT.
078200
078300 2230-SUMAR-PRODUCTO.
078400
078500     IF VTA-PDL-PRODUCTO (VTA-PDL-BUS-IDX) =
078600        VTA-PDL-PRODUCTO (VTA-PDL-IDX)
078700         ADD VTA-PDL-CANTIDAD (VTA-PDL-BUS-IDX)
078800             TO VTA-CANT-PRODUCTO
078900     END-IF.
079000
079100 2230-EXIT.
079200     EXIT.
079300
079400 2250-RESERVAR-LINEA.
079500
079600     MOVE VTA-PDL-PRODUCTO (VTA-PDL-IDX) TO VTA-STK-PRODUCTO.
079700     MOVE VTA-PEC-SUCURSAL               TO VTA-STK-SUCURSAL.
079800     READ STOCK-SUC-FILE
079900         INVALID KEY
080000             DISPLAY "VTA8000 - STOCK DE SUCURSAL INEXISTENTE AL "
080100                     "RESERVAR: " VTA-STK-CLAVE
080200             GO TO 2250-EXIT
080300     END-READ.
080400
080500     IF VTA-STK-RESERVADO NOT NUMERIC
080600         MOVE ZERO TO VTA-STK-RESERVADO
080700     END-IF.
080800     ADD VTA-PDL-CANTIDAD (VTA-PDL-IDX) TO VTA-STK-RESERVADO.
080900
081000     REWRITE VTA-STOCK-SUC-RECORD
081100         INVALID KEY
081200             DISPLAY "VTA8000 - NO SE PUDO REGRABAR STOCKSUC: "
081300                     VTA-STK-CLAVE
081400     END-REWRITE.
081500
081600 2250-EXIT.
081700     EXIT.
081800
081900 2270-GRABAR-PEDIDO.
082000
082100     PERFORM 2280-GRABAR-LINEA THRU 2280-EXIT
082200         VARYING VTA-PDL-IDX FROM 1 BY 1
082300         UNTIL VTA-PDL-IDX > VTA-PDL-CANT.
082400
082500     MOVE SPACES              TO VTA-WEB-PEDIDO-RECORD.
082600     MOVE VTA-PEC-PEDIDO      TO VTA-WPD-PEDIDO.
082700     MOVE ZERO                TO VTA-WPD-LINEA.
082800     SET VTA-WPD-RESERVADO    TO TRUE.
082900     MOVE VTA-PEC-FECHA       TO VTA-WPD-FECHA-PEDIDO.
083000     MOVE VTA-PEC-CLIENTE-ID  TO VTA-WPD-CLIENTE-ID.
083100     MOVE VTA-PEC-SUCURSAL    TO VTA-WPD-SUCURSAL.
083200     MOVE VTA-PEC-TERMINAL-ID TO VTA-WPD-TERMINAL-ID.
083300     MOVE VTA-PDL-CANT        TO VTA-WPD-CANT-LINEAS.
083400     MOVE VTA-PEC-IMPORTE     TO VTA-WPD-IMPORTE.
083500     MOVE VTA-PEC-ENVIO       TO VTA-WPD-ENVIO.
083600     MOVE ZERO                TO VTA-WPD-PLAN-CUOTAS.
083700     MOVE ZERO                TO VTA-WPD-FECHA-PAGO.
083800     MOVE ZERO                TO VTA-WPD-FECHA-VENTA.
083900     MOVE ZERO                TO VTA-WPD-SEQ-VENTA.
084000     MOVE VTA-FECHA-NEGOCIO   TO VTA-WPD-FECHA-ESTADO.
084100
084200     WRITE VTA-WEB-PEDIDO-RECORD
084300         INVALID KEY
084400             DISPLAY "VTA8000 - NO SE PUDO GRABAR EL PEDIDO: "
084500                     VTA-WPD-CLAVE
084600     END-WRITE.
084700
084800 2270-EXIT.
084900     EXIT.
085000
085100 2280-GRABAR-LINEA.
085200
085300     MOVE SPACES             TO VTA-WEB-PEDIDO-RECORD.
085400     MOVE VTA-PEC-PEDIDO     TO VTA-WPD-PEDIDO.
085500     SET VTA-LINEA-NRO       TO VTA-PDL-IDX.
085600     MOVE VTA-LINEA-NRO      TO VTA-WPD-LINEA.
085700     MOVE VTA-PDL-PRODUCTO (VTA-PDL-IDX) TO VTA-WPD-PRODUCTO.
085800     MOVE VTA-PDL-CANTIDAD (VTA-PDL-IDX) TO VTA-WPD-CANTIDAD.
085900     MOVE VTA-PDL-IMPORTE (VTA-PDL-IDX)  TO VTA-WPD-IMPORTE-LINEA.
086000
086100     WRITE VTA-WEB-PEDIDO-RECORD
086200         INVALID KEY
086300             DISPLAY "VTA8000 - NO SE PUDO GRABAR EL PEDIDO: "
086400                     VTA-WPD-CLAVE
086500     END-WRITE.
086600
086700 2280-EXIT.
086800     EXIT.
086900
087000******************************************************************
087100*2300-REGISTRAR-PAGO: EL PAGO SOLO SE ACEPTA SOBRE UN PEDIDO
087200*RESERVADO Y CON TARJETA (DB/CR). UN PAGO SOBRE UN PEDIDO VENCIDO
087300*O ANULADO SE RECHAZA Y QUEDA EN EL REPORTE PARA QUE LA TIENDA LO
087400*DEVUELVA.
087500******************************************************************
087600 2300-REGISTRAR-PAGO.
087700
087800     MOVE VTA-WNV-PEDIDO TO VTA-WPD-PEDIDO.
087900     MOVE ZERO           TO VTA-WPD-LINEA.
088000     READ WEB-PEDIDO-FILE
088100         INVALID KEY
088200             MOVE "PAGO DE UN PEDIDO INEXISTENTE" TO VTA-MOTIVO
088300             PERFORM 8100-INFORMAR-RECHAZO THRU 8100-EXIT
088400             GO TO 2300-EXIT
088500     END-READ.
088600
088700     MOVE VTA-WPD-CLIENTE-ID TO VTA-PEC-CLIENTE-ID.
088800     MOVE VTA-WPD-IMPORTE    TO VTA-PEC-IMPORTE.
088900
089000     IF NOT VTA-WPD-RESERVADO
089100         IF VTA-WPD-PAGADO OR VTA-WPD-VENDIDO
089200             MOVE "PAGO REPETIDO" TO VTA-MOTIVO
089300         ELSE
089400             MOVE "PAGO DE PEDIDO VENCIDO O ANULADO" TO VTA-MOTIVO
089500         END-IF
089600         PERFORM 8100-INFORMAR-RECHAZO THRU 8100-EXIT
089700         GO TO 2300-EXIT
089800     END-IF.
089900
090000     IF VTA-WNV-MEDIO-PAGO NOT = "DB"
090100        AND VTA-WNV-MEDIO-PAGO NOT = "CR"
090200         MOVE "MEDIO DE PAGO NO ADMITIDO" TO VTA-MOTIVO
090300         PERFORM 8100-INFORMAR-RECHAZO THRU 8100-EXIT
090400         GO TO 2300-EXIT
090500     END-IF.
090600
090700     SET VTA-WPD-PAGADO TO TRUE.
090800     MOVE VTA-WNV-MEDIO-PAGO   TO VTA-WPD-MEDIO-PAGO.
090900     MOVE VTA-WNV-AUTORIZ-TARJ TO VTA-WPD-AUTORIZ-TARJ.
091000     MOVE VTA-WNV-PLAN-CUOTAS  TO VTA-WPD-PLAN-CUOTAS.
091100     IF VTA-WNV-PLAN-CUOTAS NOT NUMERIC
091200         MOVE ZERO TO VTA-WPD-PLAN-CUOTAS
091300     END-IF.
091400     MOVE VTA-WNV-FECHA-PAGO   TO VTA-WPD-FECHA-PAGO.
091500     IF VTA-WNV-FECHA-PAGO NOT NUMERIC
091600        OR VTA-WNV-FECHA-PAGO = ZERO
091700         MOVE VTA-FECHA-NEGOCIO TO VTA-WPD-FECHA-PAGO
091800     END-IF.
091900     MOVE VTA-FECHA-NEGOCIO    TO VTA-WPD-FECHA-ESTADO.
092000
092100     REWRITE VTA-WEB-PEDIDO-RECORD
092200         INVALID KEY
092300             DISPLAY "VTA8000 - NO SE PUDO REGRABAR EL PEDIDO: "
092400                     VTA-WPD-CLAVE
092500     END-REWRITE.
092600
092700     ADD 1 TO VTA-CANT-PAGADOS.
092800     MOVE "PAGADO" TO VTA-LPD-ACCION.
092900     MOVE "SE FACTURA EN ESTA CORRIDA" TO VTA-MOTIVO.
093000     PERFORM 8200-INFORMAR-PEDIDO THRU 8200-EXIT.
093100
093200 2300-EXIT.
093300     EXIT.
093400
093500******************************************************************
093600*2400-ANULAR-PEDIDO: ANULACION DEL CLIENTE DE UN PEDIDO RESERVADO
093700*O PAGADO (TODAVIA NO CONVERTIDO EN VENTA): LIBERA LA RESERVA. SI
093800*ESTABA PAGADO, EL REPORTE LO MARCA PARA QUE LA TIENDA DEVUELVA EL
093900*COBRO.
094000******************************************************************
094100 2400-ANULAR-PEDIDO.
094200
094300     MOVE VTA-WNV-PEDIDO TO VTA-WPD-PEDIDO.
094400     MOVE ZERO           TO VTA-WPD-LINEA.
094500     READ WEB-PEDIDO-FILE
094600         INVALID KEY
094700             MOVE "ANULACION DE UN PEDIDO INEXISTENTE"
094800                 TO VTA-MOTIVO
094900             PERFORM 8100-INFORMAR-RECHAZO THRU 8100-EXIT
095000             GO TO 2400-EXIT
095100     END-READ.
095200
095300     MOVE VTA-WPD-CLIENTE-ID TO VTA-PEC-CLIENTE-ID.
095400     MOVE VTA-WPD-IMPORTE    TO VTA-PEC-IMPORTE.
095500
095600     IF NOT VTA-WPD-RESERVADO
095700        AND NOT VTA-WPD-PAGADO
095800         MOVE "ANULACION DE UN PEDIDO YA CERRADO" TO VTA-MOTIVO
095900         PERFORM 8100-INFORMAR-RECHAZO THRU 8100-EXIT
096000         GO TO 2400-EXIT
096100     END-IF.
096200
096300     IF VTA-WPD-PAGADO
096400         MOVE "ESTABA PAGADO: DEVOLVER EL COBRO" TO VTA-MOTIVO
096500     ELSE
096600         MOVE VTA-WNV-MOTIVO TO VTA-MOTIVO
096700     END-IF.
096800
096900     PERFORM 2450-CARGAR-LINEAS THRU 2450-EXIT.
097000     PERFORM 2500-LIBERAR-RESERVA THRU 2500-EXIT.
097100
097200     MOVE VTA-CABECERA-GUARDADA TO VTA-WEB-PEDIDO-RECORD.
097300     SET VTA-WPD-ANULADO TO TRUE.
097400     MOVE VTA-FECHA-NEGOCIO TO VTA-WPD-FECHA-ESTADO.
097500
097600     REWRITE VTA-WEB-PEDIDO-RECORD
097700         INVALID KEY
097800             DISPLAY "VTA8000 - NO SE PUDO REGRABAR EL PEDIDO: "
097900                     VTA-WPD-CLAVE
098000     END-REWRITE.
098100
098200     ADD 1 TO VTA-CANT-ANULADOS.
098300     MOVE "ANULADO" TO VTA-LPD-ACCION.
098400     PERFORM 8200-INFORMAR-PEDIDO THRU 8200-EXIT.
098500
098600 2400-EXIT.
098700     EXIT.
098800
098900******************************************************************
099000*2450-CARGAR-LINEAS: CON LA CABECERA DEL MAESTRO RECIEN LEIDA, LA
099100*GUARDA Y CARGA SUS LINEAS EN LA TABLA DEL PEDIDO EN CURSO. AL
099200*VOLVER, EL AREA DEL ARCHIVO TIENE LA ULTIMA LINEA: QUIEN LLAMA
099300*RESTAURA LA CABECERA DESDE VTA-CABECERA-GUARDADA.
099400******************************************************************
099500 2450-CARGAR-LINEAS.
099600
099700     MOVE VTA-WEB-PEDIDO-RECORD TO VTA-CABECERA-GUARDADA.
099800     MOVE VTA-WPD-PEDIDO        TO VTA-PEC-PEDIDO.
099900     MOVE VTA-WPD-SUCURSAL      TO VTA-PEC-SUCURSAL.
100000     MOVE ZERO                  TO VTA-PDL-CANT.
100100
100200     PERFORM 2460-CARGAR-LINEA THRU 2460-EXIT
100300         VARYING VTA-LINEA-NRO FROM 1 BY 1
100400         UNTIL VTA-LINEA-NRO > VTA-WPD-CANT-LINEAS
100500            OR VTA-LINEA-NRO > 50.
100600
100700 2450-EXIT.
100800     EXIT.
100900
101000 2460-CARGAR-LINEA.
101100
101200     MOVE VTA-PEC-PEDIDO TO VTA-WPD-PEDIDO.
101300     MOVE VTA-LINEA-NRO  TO VTA-WPD-LINEA.
101400     READ WEB-PEDIDO-FILE
101500         INVALID KEY
101600             DISPLAY "VTA8000 - FALTA LA LINEA DEL PEDIDO: "
101700                     VTA-WPD-CLAVE
101800             MOVE VTA-CABECERA-GUARDADA TO VTA-WEB-PEDIDO-RECORD
101900             GO TO 2460-EXIT
102000     END-READ.
102100
102200     ADD 1 TO VTA-PDL-CANT.
102300     SET VTA-PDL-IDX TO VTA-PDL-CANT.
102400     MOVE VTA-WPD-PRODUCTO      TO VTA-PDL-PRODUCTO (VTA-PDL-IDX).
102500     MOVE VTA-WPD-CANTIDAD      TO VTA-PDL-CANTIDAD (VTA-PDL-IDX).
102600     MOVE VTA-WPD-IMPORTE-LINEA TO VTA-PDL-IMPORTE (VTA-PDL-IDX).
102700
102800*LA CANTIDAD DE LINEAS QUE CONTROLA EL VARYING ESTA EN LA
102900*CABECERA:
103000*SE LA DEVUELVE AL AREA DEL ARCHIVO PARA LA PROXIMA VUELTA.
103100     MOVE VTA-CABECERA-GUARDADA TO VTA-WEB-PEDIDO-RECORD.
103200
103300 2460-EXIT.
103400     EXIT.
103500
103600******************************************************************
103700*2500-LIBERAR-RESERVA: DEVUELVE A LO DISPONIBLE DE LA SUCURSAL LO
103800*RESERVADO POR LAS LINEAS DEL PEDIDO EN CURSO (NUNCA DEJA LA
103900*RESERVA EN NEGATIVO).
104000******************************************************************
104100 2500-LIBERAR-RESERVA.
104200
104300     PERFORM 2510-LIBERAR-LINEA THRU 2510-EXIT
104400         VARYING VTA-PDL-IDX FROM 1 BY 1
104500         UNTIL VTA-PDL-IDX > VTA-PDL-CANT.
104600
104700 2500-EXIT.
104800     EXIT.
104900
105000 2510-LIBERAR-LINEA.
105100
105200     MOVE VTA-PDL-PRODUCTO (VTA-PDL-IDX) TO VTA-STK-PRODUCTO.
105300     MOVE VTA-PEC-SUCURSAL               TO VTA-STK-SUCURSAL.
105400     READ STOCK-SUC-FILE
105500         INVALID KEY
105600             GO TO 2510-EXIT
105700     END-READ.
105800
105900     IF VTA-STK-RESERVADO NOT NUMERIC
106000         MOVE ZERO TO VTA-STK-RESERVADO
106100     END-IF.
106200
106300     IF VTA-STK-RESERVADO > VTA-PDL-CANTIDAD (VTA-PDL-IDX)
106400         SUBTRACT VTA-PDL-CANTIDAD (VTA-PDL-IDX)
106500             FROM VTA-STK-RESERVADO
106600     ELSE
106700         MOVE ZERO TO VTA-STK-RESERVADO
106800     END-IF.
106900
107000     REWRITE VTA-STOCK-SUC-RECORD
107100         INVALID KEY
107200             DISPLAY "VTA8000 - NO SE PUDO REGRABAR STOCKSUC: "
107300                     VTA-STK-CLAVE
107400     END-REWRITE.
107500
107600 2510-EXIT.
107700     EXIT.
107800
107900******************************************************************
108000*3000-SELECCIONAR-PEDIDOS: BARRE EL MAESTRO Y ANOTA LOS PEDIDOS A
108100*ATENDER: RESERVADOS FUERA DE PLAZO (VENCER), PAGADOS (VENDER) Y
108200*VENDIDOS EN LA FECHA DE NEGOCIO (VOLVER A GRABAR SU VENTA). LOS
108300*PEDIDOS SE TOCAN DESPUES, CON LECTURAS DIRECTAS, PARA NO MEZCLAR
108400*EL BARRIDO CON LA LECTURA DE SUS LINEAS.
108500******************************************************************
108600 3000-SELECCIONAR-PEDIDOS.
108700
108800     MOVE VTA-SEQ-WEB-BASE TO VTA-ULTIMA-SEQ.
108900     MOVE LOW-VALUES TO VTA-WPD-CLAVE.
109000
109100     START WEB-PEDIDO-FILE KEY >= VTA-WPD-CLAVE
109200         INVALID KEY
109300             SET VTA-FIN-PEDIDOS TO TRUE
109400     END-START.
109500
109600     PERFORM 3010-EVALUAR-PEDIDO THRU 3010-EXIT
109700         UNTIL VTA-FIN-PEDIDOS.
109800
109900 3000-EXIT.
110000     EXIT.
110100
110200 3010-EVALUAR-PEDIDO.
110300
110400     READ WEB-PEDIDO-FILE NEXT
110500         AT END
110600             SET VTA-FIN-PEDIDOS TO TRUE
110700             GO TO 3010-EXIT
110800     END-READ.
110900
111000     IF VTA-WPD-LINEA NOT = ZERO
111100         GO TO 3010-EXIT
111200     END-IF.
111300
111400     EVALUATE TRUE
111500         WHEN VTA-WPD-RESERVADO
111600             SET VTA-FCH-DIFERENCIA TO TRUE
111700             MOVE VTA-WPD-FECHA-PEDIDO TO VTA-FCH-FECHA-1
111800             MOVE VTA-FECHA-NEGOCIO    TO VTA-FCH-FECHA-2
111900             CALL "VTAFECHA" USING VTA-FECHA-PARMS
112000             IF VTA-FCH-OK
112100                AND VTA-FCH-DIAS > VTA-DIAS-PAGO
112200                 PERFORM 3020-AGREGAR-PENDIENTE THRU 3020-EXIT
112300                 SET VTA-PEN-VENCER (VTA-PEN-IDX) TO TRUE
112400             END-IF
112500         WHEN VTA-WPD-PAGADO
112600             PERFORM 3020-AGREGAR-PENDIENTE THRU 3020-EXIT
112700             SET VTA-PEN-VENDER (VTA-PEN-IDX) TO TRUE
112800         WHEN VTA-WPD-VENDIDO
112900          AND VTA-WPD-FECHA-VENTA = VTA-FECHA-NEGOCIO
113000             PERFORM 3020-AGREGAR-PENDIENTE THRU 3020-EXIT
113100             SET VTA-PEN-REEMITIR (VTA-PEN-IDX) TO TRUE
113200             IF VTA-WPD-SEQ-VENTA > VTA-ULTIMA-SEQ
113300                 MOVE VTA-WPD-SEQ-VENTA TO VTA-ULTIMA-SEQ
113400             END-IF
113500         WHEN OTHER
113600             CONTINUE
113700     END-EVALUATE.
113800
113900 3010-EXIT.
114000     EXIT.
114100
114200 3020-AGREGAR-PENDIENTE.
114300
114400     IF VTA-PEN-CANT >= 2000
114500         DISPLAY "VTA8000 - TABLA DE PEDIDOS A ATENDER LLENA "
114600                 "(MAXIMO 2000). AGRANDAR LA TABLA."
114700         MOVE 8 TO RETURN-CODE
114800         STOP RUN
114900     END-IF.
115000
115100     ADD 1 TO VTA-PEN-CANT.
115200     SET VTA-PEN-IDX TO VTA-PEN-CANT.
115300     MOVE VTA-WPD-PEDIDO TO VTA-PEN-PEDIDO (VTA-PEN-IDX).
115400
115500 3020-EXIT.
115600     EXIT.
115700
115800******************************************************************
115900*3100-ATENDER-PEDIDO: VENCE, VENDE O VUELVE A GRABAR LA VENTA DE
116000*UN PEDIDO ANOTADO EN EL BARRIDO.
116100******************************************************************
116200 3100-ATENDER-PEDIDO.
116300
116400     MOVE VTA-PEN-PEDIDO (VTA-PEN-IDX) TO VTA-WPD-PEDIDO.
116500     MOVE ZERO                         TO VTA-WPD-LINEA.
116600     READ WEB-PEDIDO-FILE
116700         INVALID KEY
116800             DISPLAY "VTA8000 - PEDIDO NO ENCONTRADO: "
116900                     VTA-WPD-CLAVE
117000             GO TO 3100-EXIT
117100     END-READ.
117200
117300     MOVE VTA-WPD-CLIENTE-ID TO VTA-PEC-CLIENTE-ID.
117400     MOVE VTA-WPD-IMPORTE    TO VTA-PEC-IMPORTE.
117500
117600     PERFORM 2450-CARGAR-LINEAS THRU 2450-EXIT.
117700
117800     EVALUATE TRUE
117900         WHEN VTA-PEN-VENCER (VTA-PEN-IDX)
118000             PERFORM 2500-LIBERAR-RESERVA THRU 2500-EXIT
118100             MOVE VTA-CABECERA-GUARDADA TO VTA-WEB-PEDIDO-RECORD
118200             SET VTA-WPD-VENCIDO TO TRUE
118300             MOVE VTA-FECHA-NEGOCIO TO VTA-WPD-FECHA-ESTADO
118400             PERFORM 3150-REGRABAR-PEDIDO THRU 3150-EXIT
118500             ADD 1 TO VTA-CANT-VENCIDOS
118600             MOVE "VENCIDO" TO VTA-LPD-ACCION
118700             MOVE "SIN PAGO DENTRO DEL PLAZO" TO VTA-MOTIVO
118800         WHEN VTA-PEN-VENDER (VTA-PEN-IDX)
118900             PERFORM 2500-LIBERAR-RESERVA THRU 2500-EXIT
119000             MOVE VTA-CABECERA-GUARDADA TO VTA-WEB-PEDIDO-RECORD
119100             ADD 1 TO VTA-ULTIMA-SEQ
119200             MOVE VTA-ULTIMA-SEQ TO VTA-SEQ-VENTA
119300             PERFORM 3200-GRABAR-VENTA THRU 3200-EXIT
119400             SET VTA-WPD-VENDIDO TO TRUE
119500             MOVE VTA-FECHA-NEGOCIO TO VTA-WPD-FECHA-VENTA
119600             MOVE VTA-SEQ-VENTA     TO VTA-WPD-SEQ-VENTA
119700             MOVE VTA-FECHA-NEGOCIO TO VTA-WPD-FECHA-ESTADO
119800             PERFORM 3150-REGRABAR-PEDIDO THRU 3150-EXIT
119900             ADD 1 TO VTA-CANT-VENDIDOS
120000             MOVE "VENDIDO" TO VTA-LPD-ACCION
120100             MOVE "VENTA WEB NRO. " TO VTA-MOTIVO
120200             MOVE VTA-SEQ-VENTA TO VTA-MOTIVO (16:6)
120300         WHEN OTHER
120400             MOVE VTA-CABECERA-GUARDADA TO VTA-WEB-PEDIDO-RECORD
120500             MOVE VTA-WPD-SEQ-VENTA TO VTA-SEQ-VENTA
120600             PERFORM 3200-GRABAR-VENTA THRU 3200-EXIT
120700             ADD 1 TO VTA-CANT-REEMITIDOS
120800             MOVE "REEMITIDO" TO VTA-LPD-ACCION
120900             MOVE "VENTA WEB NRO. " TO VTA-MOTIVO
121000             MOVE VTA-SEQ-VENTA TO VTA-MOTIVO (16:6)
121100     END-EVALUATE.
121200
121300     PERFORM 8200-INFORMAR-PEDIDO THRU 8200-EXIT.
121400
121500 3100-EXIT.
121600     EXIT.
121700
121800 3150-REGRABAR-PEDIDO.
121900
122000     REWRITE VTA-WEB-PEDIDO-RECORD
122100         INVALID KEY
122200             DISPLAY "VTA8000 - NO SE PUDO REGRABAR EL PEDIDO: "
122300                     VTA-WPD-CLAVE
122400     END-REWRITE.
122500
122600 3150-EXIT.
122700     EXIT.
122800
122900******************************************************************
123000*3200-GRABAR-VENTA: GRABA EN WEBVTAS LA VENTA DEL PEDIDO CUYA
123100*CABECERA ESTA EN EL AREA DEL ARCHIVO, CON LA FECHA DE NEGOCIO Y
123200*LA SECUENCIA VTA-SEQ-VENTA: VENTA SIMPLE SI TIENE UNA LINEA,
123300*CABECERA "H" Y DETALLES "D" SI TIENE MAS. EL ENVIO VA EN LA VENTA
123400*SIMPLE O EN LA CABECERA. SIN VENDEDOR NI CAJERO: LA VENTA NO PASO
123500*POR UNA CAJA.
123600******************************************************************
123700 3200-GRABAR-VENTA.
123800
123900     MOVE SPACES               TO VTA-TRANS-RECORD.
124000     MOVE VTA-FECHA-NEGOCIO    TO VTA-TRANS-FECHA.
124100     MOVE VTA-SEQ-VENTA        TO VTA-TRANS-SEQ.
124200     MOVE VTA-WPD-TERMINAL-ID  TO VTA-TERMINAL-ID.
124300     MOVE VTA-WPD-CLIENTE-ID   TO VTA-TRANS-CLIENTE-ID.
124400     MOVE "ARS"                TO VTA-TRANS-MONEDA.
124500     MOVE ZERO                 TO VTA-TRANS-PORC-OVERRIDE.
124600     MOVE VTA-WPD-MEDIO-PAGO   TO VTA-TRANS-MEDIO-PAGO.
124700     MOVE "N"                  TO VTA-TRANS-CTA-CTE.
124800     MOVE ZERO                 TO VTA-TRANS-LINEA.
124900     MOVE ZERO                 TO VTA-TRANS-PUNTOS-USADOS.
125000     MOVE ZERO                 TO VTA-TRANS-HORA.
125100     MOVE VTA-WPD-PLAN-CUOTAS  TO VTA-TRANS-PLAN-CUOTAS.
125200     MOVE VTA-WPD-AUTORIZ-TARJ TO VTA-TRANS-AUTORIZ-TARJ.
125300     SET VTA-TRANS-CANAL-WEB   TO TRUE.
125400     MOVE VTA-WPD-ENVIO        TO VTA-TRANS-ENVIO.
125500
125600     IF VTA-PDL-CANT = 1
125700         SET VTA-PDL-IDX TO 1
125800         MOVE VTA-PDL-PRODUCTO (VTA-PDL-IDX) TO VTA-TRANS-PRODUCTO
125900         MOVE VTA-PDL-CANTIDAD (VTA-PDL-IDX) TO VTA-TRANS-CANTIDAD
126000         MOVE VTA-PDL-IMPORTE (VTA-PDL-IDX)  TO VTA-IMPORTE
126100         PERFORM 3250-GRABAR-REGISTRO THRU 3250-EXIT
126200         GO TO 3200-EXIT
126300     END-IF.
126400
126500     MOVE "H"                  TO VTA-TRANS-TIPO-REG.
126600     MOVE VTA-WPD-IMPORTE      TO VTA-IMPORTE.
126700     MOVE ZERO                 TO VTA-TRANS-CANTIDAD.
126800     PERFORM 3250-GRABAR-REGISTRO THRU 3250-EXIT.
126900
127000     MOVE "D"                  TO VTA-TRANS-TIPO-REG.
127100     MOVE ZERO                 TO VTA-TRANS-ENVIO.
127200     PERFORM 3210-GRABAR-DETALLE THRU 3210-EXIT
127300         VARYING VTA-PDL-IDX FROM 1 BY 1
127400         UNTIL VTA-PDL-IDX > VTA-PDL-CANT.
127500
127600 3200-EXIT.
127700     EXIT.
127800
127900 3210-GRABAR-DETALLE.
128000
128100     SET VTA-LINEA-NRO TO VTA-PDL-IDX.
128200     MOVE VTA-LINEA-NRO                  TO VTA-TRANS-LINEA.
128300     MOVE VTA-PDL-PRODUCTO (VTA-PDL-IDX) TO VTA-TRANS-PRODUCTO.
128400     MOVE VTA-PDL-CANTIDAD (VTA-PDL-IDX) TO VTA-TRANS-CANTIDAD.
128500     MOVE VTA-PDL-IMPORTE (VTA-PDL-IDX)  TO VTA-IMPORTE.
128600     PERFORM 3250-GRABAR-REGISTRO THRU 3250-EXIT.
128700
128800 3210-EXIT.
128900     EXIT.
129000
129100 3250-GRABAR-REGISTRO.
129200
129300     WRITE VTA-TRANS-RECORD.
129400     IF NOT VTA-WVTA-OK
129500         DISPLAY "VTA8000 - ERROR AL GRABAR WEBVTAS. ESTADO: "
129600                 VTA-WVTA-STATUS
129700         MOVE 8 TO RETURN-CODE
129800         STOP RUN
129900     END-IF.
130000     ADD 1 TO VTA-CANT-GRABADOS.
130100
130200 3250-EXIT.
130300     EXIT.
130400
130500 8100-INFORMAR-RECHAZO.
130600
130700     ADD 1 TO VTA-CANT-RECHAZOS.
130800     MOVE "RECHAZADO" TO VTA-LPD-ACCION.
130900     PERFORM 8200-INFORMAR-PEDIDO THRU 8200-EXIT.
131000
131100 8100-EXIT.
131200     EXIT.
131300
131400 8200-INFORMAR-PEDIDO.
131500
131600     MOVE VTA-PEC-PEDIDO     TO VTA-LPD-PEDIDO.
131700     MOVE VTA-PEC-CLIENTE-ID TO VTA-LPD-CLIENTE.
131800     MOVE VTA-PEC-IMPORTE    TO VTA-LPD-IMPORTE.
131900     MOVE VTA-MOTIVO         TO VTA-LPD-MOTIVO.
132000     WRITE VTA-REPORT-LINE FROM VTA-LINEA-PEDIDO.
132100     MOVE SPACES TO VTA-MOTIVO.
132200
132300 8200-EXIT.
132400     EXIT.
132500
132600 8300-ESCRIBIR-TOTAL.
132700
132800     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
132900
133000 8300-EXIT.
133100     EXIT.
133200
133300 9000-FINALIZAR.
133400
133500     MOVE SPACES TO VTA-REPORT-LINE.
133600     WRITE VTA-REPORT-LINE.
133700
133800     MOVE "NOVEDADES RECIBIDAS DE LA TIENDA  :"
133900         TO VTA-LTO-CONCEPTO.
134000     MOVE VTA-CANT-NOVEDADES  TO VTA-LTO-CANT.
134100     PERFORM 8300-ESCRIBIR-TOTAL THRU 8300-EXIT.
134200     MOVE "NOVEDADES RECHAZADAS              :"
134300         TO VTA-LTO-CONCEPTO.
134400     MOVE VTA-CANT-RECHAZOS   TO VTA-LTO-CANT.
134500     PERFORM 8300-ESCRIBIR-TOTAL THRU 8300-EXIT.
134600     MOVE "PEDIDOS NUEVOS RESERVADOS         :"
134700         TO VTA-LTO-CONCEPTO.
134800     MOVE VTA-CANT-RESERVADOS TO VTA-LTO-CANT.
134900     PERFORM 8300-ESCRIBIR-TOTAL THRU 8300-EXIT.
135000     MOVE "PEDIDOS PAGADOS                   :"
135100         TO VTA-LTO-CONCEPTO.
135200     MOVE VTA-CANT-PAGADOS    TO VTA-LTO-CANT.
135300     PERFORM 8300-ESCRIBIR-TOTAL THRU 8300-EXIT.
135400     MOVE "PEDIDOS ANULADOS POR EL CLIENTE   :"
135500         TO VTA-LTO-CONCEPTO.
135600     MOVE VTA-CANT-ANULADOS   TO VTA-LTO-CANT.
135700     PERFORM 8300-ESCRIBIR-TOTAL THRU 8300-EXIT.
135800     MOVE "PEDIDOS VENCIDOS SIN PAGO         :"
135900         TO VTA-LTO-CONCEPTO.
136000     MOVE VTA-CANT-VENCIDOS   TO VTA-LTO-CANT.
136100     PERFORM 8300-ESCRIBIR-TOTAL THRU 8300-EXIT.
136200     MOVE "PEDIDOS CONVERTIDOS EN VENTA      :"
136300         TO VTA-LTO-CONCEPTO.
136400     MOVE VTA-CANT-VENDIDOS   TO VTA-LTO-CANT.
136500     PERFORM 8300-ESCRIBIR-TOTAL THRU 8300-EXIT.
136600     MOVE "VENTAS WEB GRABADAS DE NUEVO      :"
136700         TO VTA-LTO-CONCEPTO.
136800     MOVE VTA-CANT-REEMITIDOS TO VTA-LTO-CANT.
136900     PERFORM 8300-ESCRIBIR-TOTAL THRU 8300-EXIT.
137000     MOVE "REGISTROS GRABADOS EN WEBVTAS     :"
137100         TO VTA-LTO-CONCEPTO.
137200     MOVE VTA-CANT-GRABADOS   TO VTA-LTO-CANT.
137300     PERFORM 8300-ESCRIBIR-TOTAL THRU 8300-EXIT.
137400
137500     CLOSE WEB-NOVEDAD-FILE.
137600     CLOSE WEB-PEDIDO-FILE.
137700     CLOSE PRODUCTO-MASTER-FILE.
137800     CLOSE CLIENTE-MASTER-FILE.
137900     CLOSE STOCK-SUC-FILE.
138000     CLOSE WEB-VENTA-FILE.
138100     CLOSE WEB-REPORT-FILE.
138200
138300     DISPLAY "VTA8000 - NOVEDADES RECIBIDAS : "
138400         VTA-CANT-NOVEDADES.
138500     DISPLAY "VTA8000 - NOVEDADES RECHAZADAS: " VTA-CANT-RECHAZOS.
138600     DISPLAY "VTA8000 - PEDIDOS RESERVADOS  : "
138700         VTA-CANT-RESERVADOS.
138800     DISPLAY "VTA8000 - PEDIDOS VENCIDOS    : " VTA-CANT-VENCIDOS.
138900     DISPLAY "VTA8000 - PEDIDOS VENDIDOS    : " VTA-CANT-VENDIDOS.
139000     DISPLAY "VTA8000 - REGISTROS A SALESTRN: " VTA-CANT-GRABADOS.
139100
139200     IF VTA-CANT-RECHAZOS > 0
139300        AND RETURN-CODE < 4
139400         MOVE 4 TO RETURN-CODE
139500     END-IF.
139600
139700 9000-EXIT.
139800     EXIT.
139900
140000 END PROGRAM VTA8000.

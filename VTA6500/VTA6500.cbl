000100******************************************************************
000200*REPORTE DE RESULTADOS DE LAS CAMPANIAS DE CUPONES. POR CADA
000300*CAMPANIA DEL MAESTRO CUPON-FILE (VTACUPN, EMITIDO POR VTA6400)
000400*INFORMA CUANTOS CUPONES SE EMITIERON Y CUANTOS SE CANJEARON, CON
000500*LA TASA DE CANJE, Y DESDE EL LOG DE AUDITORIA EL DESCUENTO QUE
000600*LA CAMPANIA OTORGO (VTA-AUD-CUPON-DESCUENTO) Y LAS VENTAS QUE
000700*GENERO (TOTAL COBRADO DE LAS VENTAS CON CUPON). LOS IMPORTES
000800*SALEN DEL LOG Y NO DEL MAESTRO PORQUE AHI LAS DEVOLUCIONES Y LOS
000900*REVERSOS DE VTA0700 YA ESTAN EN NEGATIVO Y NETEAN SOLOS.
001000*
001100*EL LOG SE RECORRE DESDE EL PRIMER DIA DE VIGENCIA DE LA CAMPANIA
001200*MAS VIEJA DEL MAESTRO. UNA CAMPANIA CUYAS VENTAS YA PASARON AL
001300*ARCHIVO ANUAL (VTA1900) SOLO MUESTRA LO QUE QUEDA EN EL LOG VIVO.
001400*CORRE A PEDIDO, FUERA DE LA CADENA NOCTURNA.
001500******************************************************************
001600*MODIFICACIONES:
001700*2026-10-15 NF  PROGRAMA ORIGINAL.
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. VTA6500.
002100 AUTHOR. N. FEDIUK.
002200 INSTALLATION. PERFUMERIA - SISTEMAS.
002300 DATE-WRITTEN. 2026-10-15.
002400 DATE-COMPILED. 2026-10-15.
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT CUPON-FILE ASSIGN TO "CUPONES"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS SEQUENTIAL
003200         RECORD KEY IS VTA-CUP-CODIGO
003300         FILE STATUS IS VTA-CUPON-STATUS.
003400
003500     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS VTA-AUD-KEY
003900         FILE STATUS IS VTA-AUDIT-STATUS.
004000
004100     SELECT CUPON-REPORT-FILE ASSIGN TO "CUPRPT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS VTA-REPORT-STATUS.
004400
004500     SELECT OPTIONAL FECHA-PARM-FILE ASSIGN TO "FECHAPRM"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS VTA-FPRM-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CUPON-FILE
005200     RECORDING MODE IS F.
005300     COPY VTACUPN.
005400
005500 FD  AUDIT-LOG-FILE
005600     RECORDING MODE IS F.
005700     COPY VTAAUDIT.
005800
005900 FD  CUPON-REPORT-FILE.
006000 01  VTA-REPORT-LINE                 PIC X(80).
006100
006200 FD  FECHA-PARM-FILE
006300     RECORDING MODE IS F.
006400 01  VTA-FECHA-PARM-RECORD.
006500     05  VTA-FPRM-FECHA              PIC 9(08).
006600     05  FILLER                      PIC X(72).
006700
006800 WORKING-STORAGE SECTION.
006900
007000 01  VTA-FPRM-STATUS                 PIC X(02).
007100     88  VTA-FPRM-OK                 VALUE "00".
007200
007300 01  VTA-CUPON-STATUS                PIC X(02).
007400     88  VTA-CUPON-OK                VALUE "00".
007500
007600 01  VTA-AUDIT-STATUS                PIC X(02).
007700     88  VTA-AUDIT-OK                VALUE "00".
007800
007900 01  VTA-REPORT-STATUS               PIC X(02).
008000     88  VTA-REPORT-OK               VALUE "00".
008100
008200 01  VTA-SWITCHES.
008300     05  VTA-SW-FIN-CUPONES          PIC X(01) VALUE "N".
008400         88  VTA-FIN-CUPONES         VALUE "S".
008500     05  VTA-SW-FIN-AUDIT            PIC X(01) VALUE "N".
008600         88  VTA-FIN-AUDIT           VALUE "S".
008700     05  VTA-SW-CAMP-ENCONTRADA      PIC X(01) VALUE "N".
008800         88  VTA-CAMP-ENCONTRADA     VALUE "S".
008900
009000 01  VTA-FECHA-PROCESO               PIC 9(08).
009100 01  VTA-DESDE-MINIMO                PIC 9(08) VALUE 99999999.
009200 01  VTA-CAMPANIA-BUSCADA            PIC X(06).
009300
009400*CAMPANIAS DEL MAESTRO, EN EL ORDEN DE LA CLAVE, CON LO QUE SE
009500*ACUMULA DE CADA UNA.
009600 01  VTA-TABLA-CAMPANIAS.
009700     05  VTA-TCP-CANT                PIC 9(03) COMP VALUE ZERO.
009800     05  VTA-TCP-ENTRADA OCCURS 200 TIMES
009900                         INDEXED BY VTA-TCP-IDX.
010000         10  VTA-TCP-CAMPANIA        PIC X(06).
010100         10  VTA-TCP-DESCRIPCION     PIC X(20).
010200         10  VTA-TCP-DESDE           PIC 9(08).
010300         10  VTA-TCP-HASTA           PIC 9(08).
010400         10  VTA-TCP-TIPO            PIC X(01).
010500         10  VTA-TCP-VALOR           PIC 9(07)V9(02).
010600         10  VTA-TCP-EMITIDOS        PIC 9(07) COMP.
010700         10  VTA-TCP-CANJEADOS       PIC 9(07) COMP.
010800         10  VTA-TCP-VENTAS          PIC S9(07) COMP.
010900         10  VTA-TCP-DESCUENTO       PIC S9(09)V9(02).
011000         10  VTA-TCP-IMPORTE         PIC S9(09)V9(02).
011100
011200 01  VTA-CONTADORES.
011300     05  VTA-CANT-CUPONES            PIC 9(07) COMP VALUE ZERO.
011400     05  VTA-CANT-AUDIT              PIC 9(07) COMP VALUE ZERO.
011500     05  VTA-CANT-SIN-CAMPANIA       PIC 9(07) COMP VALUE ZERO.
011600
011700 01  VTA-TOTALES.
011800     05  VTA-TOT-EMITIDOS            PIC 9(09) COMP VALUE ZERO.
011900     05  VTA-TOT-CANJEADOS           PIC 9(09) COMP VALUE ZERO.
011950     05  VTA-TOT-VENTAS              PIC S9(09) COMP VALUE ZERO.
012000     05  VTA-TOT-DESCUENTO           PIC S9(11)V9(02) VALUE ZERO.
012100     05  VTA-TOT-IMPORTE             PIC S9(11)V9(02) VALUE ZERO.
012200
012300 01  VTA-TASA-CANJE                  PIC 9(03)V9(01).
012400
012500*LINEAS DE IMPRESION.
012600 01  VTA-LINEA-TITULO.
012700     05  FILLER                      PIC X(05) VALUE SPACES.
012800     05  FILLER                      PIC X(38)
012900         VALUE "RESULTADO DE CAMPANIAS DE CUPONES AL ".
013000     05  VTA-LT-FECHA                PIC 9(08).
013100
013200 01  VTA-LINEA-CAMPANIA.
013300     05  FILLER                      PIC X(10) VALUE "CAMPANIA: ".
013400     05  VTA-LC-CAMPANIA             PIC X(06).
013500     05  FILLER                      PIC X(01) VALUE SPACES.
013600     05  VTA-LC-DESCRIPCION          PIC X(20).
013700     05  FILLER                      PIC X(01) VALUE SPACES.
013800     05  VTA-LC-DESDE                PIC 9(08).
013900     05  FILLER                      PIC X(03) VALUE " A ".
014000     05  VTA-LC-HASTA                PIC 9(08).
014100     05  FILLER                      PIC X(01) VALUE SPACES.
014200     05  VTA-LC-TIPO                 PIC X(01).
014300     05  VTA-LC-VALOR                PIC Z,ZZZ,ZZ9.99.
014400
014500 01  VTA-LINEA-CANJE.
014600     05  FILLER                      PIC X(14)
014700         VALUE "  EMITIDOS: ".
014800     05  VTA-LJ-EMITIDOS             PIC Z,ZZZ,ZZ9.
014900     05  FILLER                      PIC X(13)
015000         VALUE "  CANJEADOS: ".
015100     05  VTA-LJ-CANJEADOS            PIC Z,ZZZ,ZZ9.
015200     05  FILLER                      PIC X(09)
015300         VALUE "  TASA: ".
015400     05  VTA-LJ-TASA                 PIC ZZ9.9.
015500     05  FILLER                      PIC X(01) VALUE "%".
015600
015700 01  VTA-LINEA-IMPORTES.
015800     05  FILLER                      PIC X(14)
015900         VALUE "  DESCUENTO: ".
016000     05  VTA-LI-DESCUENTO            PIC -ZZ,ZZZ,ZZ9.99.
016100     05  FILLER                      PIC X(10)
016200         VALUE "  VENTAS: ".
016300     05  VTA-LI-IMPORTE              PIC -ZZ,ZZZ,ZZ9.99.
016400     05  FILLER                      PIC X(02) VALUE SPACES.
016500     05  VTA-LI-VENTAS               PIC -ZZZ,ZZ9.
016600     05  FILLER                      PIC X(04) VALUE " OP.".
016700
016800 01  VTA-LINEA-TOTAL-TIT.
016900     05  FILLER                      PIC X(24)
017000         VALUE "TOTAL DE LAS CAMPANIAS".
017100
017200 PROCEDURE DIVISION.
017300
017400 0000-MAINLINE.
017500
017600     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
017700
017800     PERFORM 2000-ACUMULAR-CUPON THRU 2000-EXIT
017900         UNTIL VTA-FIN-CUPONES.
018000
018100     IF VTA-TCP-CANT > ZERO
018200         PERFORM 3000-RECORRER-AUDITORIA THRU 3000-EXIT
018300     END-IF.
018400
018500     PERFORM 4000-IMPRIMIR-CAMPANIA THRU 4000-EXIT
018600         VARYING VTA-TCP-IDX FROM 1 BY 1
018700         UNTIL VTA-TCP-IDX > VTA-TCP-CANT.
018800
018900     PERFORM 4100-IMPRIMIR-TOTAL THRU 4100-EXIT.
019000
019100     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
019200
019300     STOP RUN.
019400
019500 1000-INICIALIZAR.
019600
019700     PERFORM 1250-OBTENER-FECHA-NEGOCIO THRU 1250-EXIT.
019800
019900     OPEN INPUT CUPON-FILE.
020000     OPEN OUTPUT CUPON-REPORT-FILE.
020100
020200     IF NOT VTA-CUPON-OK
020300         DISPLAY "VTA6500 - NO SE PUDO ABRIR CUPON-FILE. ESTADO: "
020400                 VTA-CUPON-STATUS
020500         MOVE 8 TO RETURN-CODE
020600         STOP RUN
020700     END-IF.
020800
020900     MOVE VTA-FECHA-PROCESO TO VTA-LT-FECHA.
021000     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TITULO.
021100
021200     PERFORM 1100-LEER-CUPON THRU 1100-EXIT.
021300
021400 1000-EXIT.
021500     EXIT.
021600
021700 1100-LEER-CUPON.
021800
021900     READ CUPON-FILE NEXT
022000         AT END
022100             SET VTA-FIN-CUPONES TO TRUE
022200         NOT AT END
022300             ADD 1 TO VTA-CANT-CUPONES
022400     END-READ.
022500
022600 1100-EXIT.
022700     EXIT.
022800
022900******************************************************************
023000*1250-OBTENER-FECHA-NEGOCIO: LEE LA FECHA DE NEGOCIO DEL
023100*PARAMETRO FECHAPRM (EL MISMO DEL RESTO DE LA CADENA). SIN
023200*PARAMETRO SE USA LA FECHA DEL SISTEMA, CON AVISO.
023300******************************************************************
023400 1250-OBTENER-FECHA-NEGOCIO.
023500
023600     MOVE ZERO TO VTA-FECHA-PROCESO.
023700
023800     OPEN INPUT FECHA-PARM-FILE.
023900     IF VTA-FPRM-OK
024000         READ FECHA-PARM-FILE
024100             AT END
024200                 CONTINUE
024300         END-READ
024400         IF VTA-FPRM-OK AND VTA-FPRM-FECHA > 0
024500             MOVE VTA-FPRM-FECHA TO VTA-FECHA-PROCESO
024600         END-IF
024700         CLOSE FECHA-PARM-FILE
024800     END-IF.
024900
025000     IF VTA-FECHA-PROCESO = ZERO
025100         ACCEPT VTA-FECHA-PROCESO FROM DATE YYYYMMDD
025200         DISPLAY "VTA6500 - AVISO: SIN FECHA DE NEGOCIO "
025300                 "(FECHAPRM). SE USA LA FECHA DEL SISTEMA."
025400     END-IF.
025500
025600 1250-EXIT.
025700     EXIT.
025800
025900******************************************************************
026000*2000-ACUMULAR-CUPON: EL MAESTRO VIENE EN ORDEN DE CLAVE, ASI QUE
026100*LOS CUPONES DE UNA CAMPANIA LLEGAN JUNTOS: UNA CAMPANIA DISTINTA
026200*DE LA ULTIMA DE LA TABLA ABRE UNA ENTRADA NUEVA.
026300******************************************************************
026400 2000-ACUMULAR-CUPON.
026500
026600     IF VTA-TCP-CANT = ZERO
026700         PERFORM 2100-NUEVA-CAMPANIA THRU 2100-EXIT
026800     ELSE
026900         SET VTA-TCP-IDX TO VTA-TCP-CANT
027000         IF VTA-CUP-CAMPANIA NOT = VTA-TCP-CAMPANIA (VTA-TCP-IDX)
027100             PERFORM 2100-NUEVA-CAMPANIA THRU 2100-EXIT
027200         END-IF
027300     END-IF.
027400
027500     ADD 1 TO VTA-TCP-EMITIDOS (VTA-TCP-IDX).
027600     IF VTA-CUP-CANJEADO
027700         ADD 1 TO VTA-TCP-CANJEADOS (VTA-TCP-IDX)
027800     END-IF.
027900
028000     PERFORM 1100-LEER-CUPON THRU 1100-EXIT.
028100
028200 2000-EXIT.
028300     EXIT.
028400
028500 2100-NUEVA-CAMPANIA.
028600
028700     IF VTA-TCP-CANT >= 200
028800         DISPLAY "VTA6500 - TABLA DE CAMPANIAS LLENA (MAXIMO "
028900                 "200). AGRANDAR LA TABLA."
029000         MOVE 8 TO RETURN-CODE
029100         STOP RUN
029200     END-IF.
029300
029400     ADD 1 TO VTA-TCP-CANT.
029500     SET VTA-TCP-IDX TO VTA-TCP-CANT.
029600     MOVE VTA-CUP-CAMPANIA    TO VTA-TCP-CAMPANIA (VTA-TCP-IDX).
029700     MOVE VTA-CUP-DESCRIPCION
029800                         TO VTA-TCP-DESCRIPCION (VTA-TCP-IDX).
029900     MOVE VTA-CUP-DESDE       TO VTA-TCP-DESDE (VTA-TCP-IDX).
030000     MOVE VTA-CUP-HASTA       TO VTA-TCP-HASTA (VTA-TCP-IDX).
030100     MOVE VTA-CUP-TIPO        TO VTA-TCP-TIPO (VTA-TCP-IDX).
030200     MOVE VTA-CUP-VALOR       TO VTA-TCP-VALOR (VTA-TCP-IDX).
030300     MOVE ZERO TO VTA-TCP-EMITIDOS (VTA-TCP-IDX).
030400     MOVE ZERO TO VTA-TCP-CANJEADOS (VTA-TCP-IDX).
030500     MOVE ZERO TO VTA-TCP-VENTAS (VTA-TCP-IDX).
030600     MOVE ZERO TO VTA-TCP-DESCUENTO (VTA-TCP-IDX).
030700     MOVE ZERO TO VTA-TCP-IMPORTE (VTA-TCP-IDX).
030800
030900     IF VTA-CUP-DESDE < VTA-DESDE-MINIMO
031000         MOVE VTA-CUP-DESDE TO VTA-DESDE-MINIMO
031100     END-IF.
031200
031300 2100-EXIT.
031400     EXIT.
031500
031600******************************************************************
031700*3000-RECORRER-AUDITORIA: SE POSICIONA POR INDICE EN LA PRIMERA
031800*VENTA DESDE EL INICIO DE LA CAMPANIA MAS VIEJA Y ACUMULA CADA
031900*REGISTRO CON CUPON EN SU CAMPANIA. LAS VENTAS NORMALES SUMAN
032000*UNA OPERACION; LAS DEVOLUCIONES Y LOS REVERSOS LA RESTAN.
032100******************************************************************
032200 3000-RECORRER-AUDITORIA.
032300
032400     OPEN INPUT AUDIT-LOG-FILE.
032500     IF NOT VTA-AUDIT-OK
032600         DISPLAY "VTA6500 - NO SE PUDO ABRIR AUDIT-LOG-FILE. "
032700                 "ESTADO: " VTA-AUDIT-STATUS
032800                 ". SE INFORMAN SOLO LOS CANJES."
032900         IF RETURN-CODE < 4
033000             MOVE 4 TO RETURN-CODE
033100         END-IF
033200         GO TO 3000-EXIT
033300     END-IF.
033400
033500     MOVE LOW-VALUES        TO VTA-AUD-KEY.
033600     MOVE VTA-DESDE-MINIMO  TO VTA-AUD-TRANS-FECHA.
033700     START AUDIT-LOG-FILE KEY IS NOT LESS THAN VTA-AUD-KEY
033800         INVALID KEY
033900             SET VTA-FIN-AUDIT TO TRUE
034000     END-START.
034100
034200     PERFORM 3100-ACUMULAR-AUDITORIA THRU 3100-EXIT
034300         UNTIL VTA-FIN-AUDIT.
034400
034500     CLOSE AUDIT-LOG-FILE.
034600
034700 3000-EXIT.
034800     EXIT.
034900
035000 3100-ACUMULAR-AUDITORIA.
035100
035200     READ AUDIT-LOG-FILE NEXT
035300         AT END
035400             SET VTA-FIN-AUDIT TO TRUE
035500             GO TO 3100-EXIT
035600     END-READ.
035700
035800     ADD 1 TO VTA-CANT-AUDIT.
035900
036000     IF VTA-AUD-CUPON = SPACES
036100         GO TO 3100-EXIT
036200     END-IF.
036300
036400     MOVE VTA-AUD-CUPON (1:6) TO VTA-CAMPANIA-BUSCADA.
036500     MOVE "N" TO VTA-SW-CAMP-ENCONTRADA.
036600     PERFORM 3110-BUSCAR-CAMPANIA THRU 3110-EXIT
036700         VARYING VTA-TCP-IDX FROM 1 BY 1
036800         UNTIL VTA-TCP-IDX > VTA-TCP-CANT
036900            OR VTA-CAMP-ENCONTRADA.
037000
037100     IF NOT VTA-CAMP-ENCONTRADA
037200         ADD 1 TO VTA-CANT-SIN-CAMPANIA
037300         GO TO 3100-EXIT
037400     END-IF.
037500
037600*EL VARYING DEJA EL INDICE UNO MAS ALLA DE LA ENTRADA ENCONTRADA.
037700     SET VTA-TCP-IDX DOWN BY 1.
037800
037900     ADD VTA-AUD-CUPON-DESCUENTO
038000         TO VTA-TCP-DESCUENTO (VTA-TCP-IDX).
038100     ADD VTA-AUD-TOTAL-COBRAR
038200         TO VTA-TCP-IMPORTE (VTA-TCP-IDX).
038300
038400     IF VTA-AUD-REVERSO OR VTA-AUD-DEVOLUCION
038500         SUBTRACT 1 FROM VTA-TCP-VENTAS (VTA-TCP-IDX)
038600     ELSE
038700         ADD 1 TO VTA-TCP-VENTAS (VTA-TCP-IDX)
038800     END-IF.
038900
039000 3100-EXIT.
039100     EXIT.
039200
039300 3110-BUSCAR-CAMPANIA.
039400
039500     IF VTA-TCP-CAMPANIA (VTA-TCP-IDX) = VTA-CAMPANIA-BUSCADA
039600         SET VTA-CAMP-ENCONTRADA TO TRUE
039700     END-IF.
039800
039900 3110-EXIT.
040000     EXIT.
040100
040200******************************************************************
040300*4000-IMPRIMIR-CAMPANIA: TRES LINEAS POR CAMPANIA -- DEFINICION,
040400*EMISION Y CANJE, DESCUENTO OTORGADO Y VENTAS GENERADAS.
040500******************************************************************
040600 4000-IMPRIMIR-CAMPANIA.
040700
040800     MOVE SPACES TO VTA-REPORT-LINE.
040900     WRITE VTA-REPORT-LINE.
041000
041100     MOVE VTA-TCP-CAMPANIA (VTA-TCP-IDX)    TO VTA-LC-CAMPANIA.
041200     MOVE VTA-TCP-DESCRIPCION (VTA-TCP-IDX) TO VTA-LC-DESCRIPCION.
041300     MOVE VTA-TCP-DESDE (VTA-TCP-IDX)       TO VTA-LC-DESDE.
041400     MOVE VTA-TCP-HASTA (VTA-TCP-IDX)       TO VTA-LC-HASTA.
041500     MOVE VTA-TCP-TIPO (VTA-TCP-IDX)        TO VTA-LC-TIPO.
041600     MOVE VTA-TCP-VALOR (VTA-TCP-IDX)       TO VTA-LC-VALOR.
041700     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CAMPANIA.
041800
041900     MOVE ZERO TO VTA-TASA-CANJE.
042000     IF VTA-TCP-EMITIDOS (VTA-TCP-IDX) > ZERO
042100         COMPUTE VTA-TASA-CANJE ROUNDED =
042200             VTA-TCP-CANJEADOS (VTA-TCP-IDX) * 100
042300           / VTA-TCP-EMITIDOS (VTA-TCP-IDX)
042400     END-IF.
042500
042600     MOVE VTA-TCP-EMITIDOS (VTA-TCP-IDX)  TO VTA-LJ-EMITIDOS.
042700     MOVE VTA-TCP-CANJEADOS (VTA-TCP-IDX) TO VTA-LJ-CANJEADOS.
042800     MOVE VTA-TASA-CANJE                  TO VTA-LJ-TASA.
042900     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANJE.
043000
043100     MOVE VTA-TCP-DESCUENTO (VTA-TCP-IDX) TO VTA-LI-DESCUENTO.
043200     MOVE VTA-TCP-IMPORTE (VTA-TCP-IDX)   TO VTA-LI-IMPORTE.
043300     MOVE VTA-TCP-VENTAS (VTA-TCP-IDX)    TO VTA-LI-VENTAS.
043400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-IMPORTES.
043500
043600     ADD VTA-TCP-EMITIDOS (VTA-TCP-IDX)  TO VTA-TOT-EMITIDOS.
043700     ADD VTA-TCP-CANJEADOS (VTA-TCP-IDX) TO VTA-TOT-CANJEADOS.
043750     ADD VTA-TCP-VENTAS (VTA-TCP-IDX)    TO VTA-TOT-VENTAS.
043800     ADD VTA-TCP-DESCUENTO (VTA-TCP-IDX) TO VTA-TOT-DESCUENTO.
043900     ADD VTA-TCP-IMPORTE (VTA-TCP-IDX)   TO VTA-TOT-IMPORTE.
044000
044100 4000-EXIT.
044200     EXIT.
044300
044400 4100-IMPRIMIR-TOTAL.
044500
044600     MOVE SPACES TO VTA-REPORT-LINE.
044700     WRITE VTA-REPORT-LINE.
044800     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL-TIT.
044900
045000     MOVE ZERO TO VTA-TASA-CANJE.
045100     IF VTA-TOT-EMITIDOS > ZERO
045200         COMPUTE VTA-TASA-CANJE ROUNDED =
045300             VTA-TOT-CANJEADOS * 100 / VTA-TOT-EMITIDOS
045400     END-IF.
045500
045600     MOVE VTA-TOT-EMITIDOS  TO VTA-LJ-EMITIDOS.
045700     MOVE VTA-TOT-CANJEADOS TO VTA-LJ-CANJEADOS.
045800     MOVE VTA-TASA-CANJE    TO VTA-LJ-TASA.
045900     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANJE.
046000
046100     MOVE VTA-TOT-DESCUENTO TO VTA-LI-DESCUENTO.
046200     MOVE VTA-TOT-IMPORTE   TO VTA-LI-IMPORTE.
046300     MOVE VTA-TOT-VENTAS    TO VTA-LI-VENTAS.
046400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-IMPORTES.
046500
046600 4100-EXIT.
046700     EXIT.
046800
046900 9000-FINALIZAR.
047000
047100     CLOSE CUPON-FILE.
047200     CLOSE CUPON-REPORT-FILE.
047300
047400     DISPLAY "VTA6500 - CUPONES LEIDOS      : " VTA-CANT-CUPONES.
047500     DISPLAY "VTA6500 - CAMPANIAS           : " VTA-TCP-CANT.
047600     DISPLAY "VTA6500 - REGISTROS DE AUDITORIA LEIDOS: "
047700         VTA-CANT-AUDIT.
047800     IF VTA-CANT-SIN-CAMPANIA > ZERO
047900         DISPLAY "VTA6500 - AVISO: VENTAS CON CUPON DE CAMPANIA "
048000                 "QUE NO ESTA EN EL MAESTRO: "
048100                 VTA-CANT-SIN-CAMPANIA
048200     END-IF.
048300
048400 9000-EXIT.
048500     EXIT.
048600
048700 END PROGRAM VTA6500.

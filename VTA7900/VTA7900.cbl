000100******************************************************************
000200*ETIQUETAS DE GONDOLA PARA EL PROXIMO DIA LABORABLE. CORRE CADA
000300*NOCHE DESPUES DE LA APLICACION DE PRECIOS (VTA4400), CON LA
000400*FECHA DE NEGOCIO DE FECHAPRM: BUSCA EN EL CALENDARIO (CALENPRC)
000500*EL PROXIMO DIA LABORABLE Y ARMA LA LISTA DE PRODUCTOS CUYO
000600*PRECIO DE VENTA EN GONDOLA VA A SER DISTINTO ESE DIA:
000700*  - CAMBIO DE LISTA: EL PRECIO DE PRECIOSV QUE RIGE ESE DIA (EL
000800*    DE LA ULTIMA FECHA DESDE QUE NO LO SUPERA) DIFIERE DEL QUE
000900*    TIENE HOY EL MAESTRO DE PRODUCTOS.
001000*  - PROMOCION: LA PROMOCION QUE APLICA ESE DIA (LA PRIMERA DE
001100*    PROMOS CUYO RANGO LO INCLUYE, MISMO CRITERIO QUE EJERCICIO5)
001200*    NO ES LA QUE APLICA HOY, PORQUE UNA EMPIEZA O TERMINA.
001300*GRABA EL ARCHIVO DE ETIQUETAS (ETIQUETA) EN EL FORMATO DE LAS
001400*IMPRESORAS, UN BLOQUE POR CADA SUCURSAL DEL MAESTRO DE
001500*TERMINALES, Y LA LISTA DE CONTROL (ETIQRPT) QUE ACOMPANA A LAS
001600*ETIQUETAS: UNA HOJA POR SUCURSAL PARA QUE EL ENCARGADO FIRME
001700*QUE LAS COLOCO ANTES DE ABRIR.
001800******************************************************************
001900*MODIFICACIONES:
002000*2026-10-15 NF  PROGRAMA ORIGINAL.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. VTA7900.
002400 AUTHOR. N. FEDIUK.
002500 INSTALLATION. PERFUMERIA - SISTEMAS.
002600 DATE-WRITTEN. 2026-10-15.
002700 DATE-COMPILED. 2026-10-15.
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PRECIO-VIG-FILE ASSIGN TO "PRECIOSV"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS VTA-PRV-CLAVE
003600         FILE STATUS IS VTA-PRVIG-STATUS.
003700
003800     SELECT PRODUCTO-MASTER-FILE ASSIGN TO "PRODUCTM"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS VTA-PROD-CODIGO
004200         FILE STATUS IS VTA-PRODMTR-STATUS.
004300
004400     SELECT PROMO-TABLA-FILE ASSIGN TO "PROMOS"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS VTA-PROMFIL-STATUS.
004700
004800     SELECT TERMINAL-MASTER-FILE ASSIGN TO "TERMINAM"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS VTA-TERMTR-STATUS.
005100
005200     SELECT CALEN-PROC-FILE ASSIGN TO "CALENPRC"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS VTA-CAL-FECHA
005600         FILE STATUS IS VTA-CALEN-STATUS.
005700
005800     SELECT OPTIONAL FECHA-PARM-FILE ASSIGN TO "FECHAPRM"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS VTA-FPRM-STATUS.
006100
006200     SELECT ETIQUETA-FILE ASSIGN TO "ETIQUETA"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS VTA-ETIQ-STATUS.
006500
006600     SELECT ETIQ-REPORT-FILE ASSIGN TO "ETIQRPT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS VTA-REPORT-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  PRECIO-VIG-FILE
007300     RECORDING MODE IS F.
007400     COPY VTAPRCV.
007500
007600 FD  PRODUCTO-MASTER-FILE
007700     RECORDING MODE IS F.
007800     COPY VTAPROD.
007900
008000 FD  PROMO-TABLA-FILE
008100     RECORDING MODE IS F.
008200     COPY VTAPROM.
008300
008400 FD  TERMINAL-MASTER-FILE
008500     RECORDING MODE IS F.
008600     COPY VTATERM.
008700
008800 FD  CALEN-PROC-FILE
008900     RECORDING MODE IS F.
009000     COPY VTACAL.
009100
009200 FD  FECHA-PARM-FILE
009300     RECORDING MODE IS F.
009400 01  VTA-FECHA-PARM-RECORD.
009500     05  VTA-FPRM-FECHA              PIC 9(08).
009600     05  FILLER                      PIC X(72).
009700
009800 FD  ETIQUETA-FILE
009900     RECORDING MODE IS F.
010000     COPY VTAETIQ.
010100
010200 FD  ETIQ-REPORT-FILE.
010300 01  VTA-REPORT-LINE                 PIC X(80).
010400
010500 WORKING-STORAGE SECTION.
010600
010700 COPY VTARLGP.
010800
010900 COPY VTAFCHP.
011000
011100 01  VTA-PRVIG-STATUS                PIC X(02).
011200     88  VTA-PRVIG-OK                VALUE "00".
011300     88  VTA-PRVIG-EOF               VALUE "10".
011400
011500 01  VTA-PRODMTR-STATUS              PIC X(02).
011600     88  VTA-PRODMTR-OK              VALUE "00".
011700
011800 01  VTA-PROMFIL-STATUS              PIC X(02).
011900     88  VTA-PROMFIL-OK              VALUE "00".
012000     88  VTA-PROMFIL-EOF             VALUE "10".
012100
012200 01  VTA-TERMTR-STATUS               PIC X(02).
012300     88  VTA-TERMTR-OK               VALUE "00".
012400     88  VTA-TERMTR-EOF              VALUE "10".
012500
012600 01  VTA-CALEN-STATUS                PIC X(02).
012700     88  VTA-CALEN-OK                VALUE "00".
012800
012900 01  VTA-FPRM-STATUS                 PIC X(02).
013000     88  VTA-FPRM-OK                 VALUE "00".
013100
013200 01  VTA-ETIQ-STATUS                 PIC X(02).
013300     88  VTA-ETIQ-OK                 VALUE "00".
013400
013500 01  VTA-REPORT-STATUS               PIC X(02).
013600     88  VTA-REPORT-OK               VALUE "00".
013700
013800 01  VTA-SWITCHES.
013900     05  VTA-SW-FIN-PRECIOS          PIC X(01) VALUE "N".
014000         88  VTA-FIN-PRECIOS         VALUE "S".
014100     05  VTA-SW-SUC-ENCONTRADA       PIC X(01) VALUE "N".
014200         88  VTA-SUC-ENCONTRADA      VALUE "S".
014300     05  VTA-SW-DIA-HABIL            PIC X(01) VALUE "N".
014400         88  VTA-DIA-HABIL           VALUE "S".
014500     05  VTA-SW-ETQ-ENCONTRADA       PIC X(01) VALUE "N".
014600         88  VTA-ETQ-ENCONTRADA      VALUE "S".
014700
014800 01  VTA-FECHA-NEGOCIO               PIC 9(08) VALUE ZERO.
014900
015000*PROXIMO DIA LABORABLE DESPUES DE LA FECHA DE NEGOCIO: DESDE
015100*ESE DIA RIGEN LOS PRECIOS DE LAS ETIQUETAS.
015200 01  VTA-FECHA-VIGENCIA              PIC 9(08) VALUE ZERO.
015300 01  VTA-INTENTOS                    PIC 9(02) COMP VALUE ZERO.
015400
015500*TABLA DE PROMOCIONES, CARGADA EN MEMORIA AL INICIO DESDE
015600*PROMO-TABLA-FILE COMO EN EJERCICIO5.
015700 01  VTA-TABLA-PROMOS.
015800     05  VTA-PROMO-CANT              PIC 9(03) COMP VALUE ZERO.
015900     05  VTA-PROMO-ENTRADA OCCURS 200 TIMES
016000                         INDEXED BY VTA-PROMO-IDX
016100                                    VTA-PROMO-BUS-IDX.
016200         10  VTA-TAB-PRM-PRODUCTO    PIC X(06).
016300         10  VTA-TAB-PRM-DESDE       PIC 9(08).
016400         10  VTA-TAB-PRM-HASTA       PIC 9(08).
016500         10  VTA-TAB-PRM-PORCENTAJE  PIC 9(03)V9(02).
016600
016700*BUSQUEDA DE LA PROMOCION QUE APLICA A UN PRODUCTO EN UNA
016800*FECHA: DEVUELVE EL NUMERO DE ENTRADA DE LA TABLA (CERO SI NO
016900*HAY NINGUNA).
017000 01  VTA-BUS-PRODUCTO                PIC X(06).
017100 01  VTA-BUS-FECHA                   PIC 9(08).
017200 01  VTA-BUS-ENTRADA                 PIC 9(03) COMP.
017300 01  VTA-PROMO-HOY                   PIC 9(03) COMP.
017400 01  VTA-PROMO-VIGENCIA              PIC 9(03) COMP.
017500
017600*PRODUCTOS QUE LLEVAN ETIQUETA NUEVA, PARA REPETIRLOS EN EL
017700*BLOQUE DE CADA SUCURSAL.
017800 01  VTA-TABLA-ETIQUETAS.
017900     05  VTA-TET-CANT                PIC 9(03) COMP VALUE ZERO.
018000     05  VTA-TET-ENTRADA OCCURS 500 TIMES
018100                         INDEXED BY VTA-TET-IDX.
018200         10  VTA-TET-PRODUCTO        PIC X(06).
018300         10  VTA-TET-DESCRIPCION     PIC X(20).
018400         10  VTA-TET-PRECIO-ANT      PIC 9(07)V9(02).
018500         10  VTA-TET-PRECIO-NVO      PIC 9(07)V9(02).
018600         10  VTA-TET-PRECIO-PROMO    PIC 9(07)V9(02).
018700         10  VTA-TET-PROMO-DESDE     PIC 9(08).
018800         10  VTA-TET-PROMO-HASTA     PIC 9(08).
018900         10  VTA-TET-MOTIVO          PIC X(01).
019000
019100*SUCURSALES DISTINTAS DEL MAESTRO DE TERMINALES.
019200 01  VTA-TABLA-SUCURSALES.
019300     05  VTA-SUC-CANT                PIC 9(03) COMP VALUE ZERO.
019400     05  VTA-SUC-ENTRADA OCCURS 50 TIMES
019500                         INDEXED BY VTA-SUC-IDX.
019600         10  VTA-SUC-COD             PIC X(03).
019700
019800 01  VTA-SUC-RECORRIDA               PIC 9(03) COMP.
019900
020000*PRODUCTO EN CURSO DEL BARRIDO DE LA LISTA CON VIGENCIAS Y EL
020100*PRECIO CANDIDATO PARA LA FECHA DE VIGENCIA (EL DE LA ULTIMA
020200*FECHA DESDE QUE NO LA SUPERA).
020300 01  VTA-PROD-EN-CURSO               PIC X(06) VALUE SPACES.
020400 01  VTA-PRECIO-CANDIDATO            PIC 9(07)V9(02).
020500 01  VTA-SW-HAY-CANDIDATO            PIC X(01) VALUE "N".
020600     88  VTA-HAY-CANDIDATO           VALUE "S".
020700
020800 01  VTA-CONTADORES.
020900     05  VTA-CANT-CAMBIOS-PRECIO     PIC 9(07) COMP VALUE ZERO.
021000     05  VTA-CANT-CAMBIOS-PROMO      PIC 9(07) COMP VALUE ZERO.
021100     05  VTA-CANT-SIN-MAESTRO        PIC 9(07) COMP VALUE ZERO.
021200     05  VTA-CANT-GRABADAS           PIC 9(07) COMP VALUE ZERO.
021300
021400*LINEAS DE IMPRESION.
021500 01  VTA-LINEA-TITULO.
021600     05  FILLER                      PIC X(32)
021700         VALUE "ETIQUETAS DE GONDOLA - SUCURSAL ".
021800     05  VTA-LT-SUCURSAL             PIC X(03).
021900
022000 01  VTA-LINEA-FECHAS.
022100     05  FILLER                      PIC X(09)
022200         VALUE "EMITIDA: ".
022300     05  VTA-LF-EMISION              PIC 9(08).
022400     05  FILLER                      PIC X(16)
022500         VALUE "   RIGEN DESDE: ".
022600     05  VTA-LF-VIGENCIA             PIC 9(08).
022700
022800 01  VTA-LINEA-COLUMNAS.
022900     05  FILLER                      PIC X(39)
023000         VALUE " CODIGO DESCRIPCION               ANTES".
023100     05  FILLER                      PIC X(33)
023200         VALUE "      NUEVO      PROMO M    HASTA".
023300
023400 01  VTA-LINEA-ETIQUETA.
023500     05  FILLER                      PIC X(01) VALUE SPACE.
023600     05  VTA-LE-PRODUCTO             PIC X(06).
023700     05  FILLER                      PIC X(01) VALUE SPACE.
023800     05  VTA-LE-DESCRIPCION          PIC X(20).
023900     05  FILLER                      PIC X(01) VALUE SPACE.
024000     05  VTA-LE-ANTERIOR             PIC ZZZ,ZZ9.99.
024100     05  FILLER                      PIC X(01) VALUE SPACE.
024200     05  VTA-LE-NUEVO                PIC ZZZ,ZZ9.99.
024300     05  FILLER                      PIC X(01) VALUE SPACE.
024400     05  VTA-LE-PROMO                PIC ZZZ,ZZ9.99.
024500     05  FILLER                      PIC X(01) VALUE SPACE.
024600     05  VTA-LE-MOTIVO               PIC X(01).
024700     05  FILLER                      PIC X(01) VALUE SPACE.
024800     05  VTA-LE-PROMO-HASTA          PIC ZZZZZZZZ.
024900
025000 01  VTA-LINEA-TOTAL.
025100     05  FILLER                      PIC X(20)
025200         VALUE "TOTAL DE ETIQUETAS: ".
025300     05  VTA-LTO-CANT                PIC ZZ,ZZ9.
025400
025500 01  VTA-LINEA-FIRMA-1               PIC X(80) VALUE
025600     "ETIQUETAS COLOCADAS EN GONDOLA.".
025700
025800 01  VTA-LINEA-FIRMA-2               PIC X(80) VALUE
025900     "FIRMA DEL ENCARGADO: ______________   FECHA: ________".
026000
026100 PROCEDURE DIVISION.
026200
026300 0000-MAINLINE.
026400
026500     MOVE "VTA7900" TO VTA-RLP-PROGRAMA.
026600     SET VTA-RLP-INICIO TO TRUE.
026700     CALL "VTARUNLG" USING VTA-RUNLOG-PARMS.
026800
026900     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
027000
027100     PERFORM 2000-EVALUAR-VIGENCIA THRU 2000-EXIT
027200         UNTIL VTA-FIN-PRECIOS.
027300
027400*EL CANDIDATO DEL ULTIMO PRODUCTO DEL ARCHIVO QUEDA PENDIENTE
027500*AL LLEGAR EL FIN: SE EVALUA ACA.
027600     PERFORM 2200-CERRAR-PRODUCTO THRU 2200-EXIT.
027700
027800     PERFORM 3000-EVALUAR-PROMO THRU 3000-EXIT
027900         VARYING VTA-PROMO-IDX FROM 1 BY 1
028000         UNTIL VTA-PROMO-IDX > VTA-PROMO-CANT.
028100
028200     PERFORM 4000-COMPLETAR-PROMO THRU 4000-EXIT
028300         VARYING VTA-TET-IDX FROM 1 BY 1
028400         UNTIL VTA-TET-IDX > VTA-TET-CANT.
028500
028600     PERFORM 8000-EMITIR-ETIQUETAS THRU 8000-EXIT.
028700
028800     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
028900
029000     SET VTA-RLP-FIN TO TRUE.
029100     MOVE VTA-FECHA-NEGOCIO TO VTA-RLP-FECHA-NEG.
029200     MOVE VTA-TET-CANT TO VTA-RLP-REG-ENTRADA.
029300     MOVE VTA-CANT-GRABADAS TO VTA-RLP-REG-SALIDA.
029400     MOVE RETURN-CODE TO VTA-RLP-RC.
029500     CALL "VTARUNLG" USING VTA-RUNLOG-PARMS.
029600
029700     STOP RUN.
029800
029900 1000-INICIALIZAR.
030000
030100     PERFORM 1300-OBTENER-FECHA-NEGOCIO THRU 1300-EXIT.
030200
030300     OPEN INPUT CALEN-PROC-FILE.
030400     IF NOT VTA-CALEN-OK
030500         DISPLAY "VTA7900 - NO SE PUDO ABRIR EL CALENDARIO "
030600                 "(CALENPRC). ESTADO: " VTA-CALEN-STATUS
030700         MOVE 8 TO RETURN-CODE
030800         STOP RUN
030900     END-IF.
031000     PERFORM 1500-CALCULAR-VIGENCIA THRU 1500-EXIT.
031100     CLOSE CALEN-PROC-FILE.
031200
031300     OPEN INPUT PRECIO-VIG-FILE.
031400     OPEN INPUT PRODUCTO-MASTER-FILE.
031500     OPEN OUTPUT ETIQUETA-FILE.
031600     OPEN OUTPUT ETIQ-REPORT-FILE.
031700
031800     OPEN INPUT PROMO-TABLA-FILE.
031900     PERFORM 1600-CARGAR-PROMOS THRU 1600-EXIT.
032000     CLOSE PROMO-TABLA-FILE.
032100
032200     OPEN INPUT TERMINAL-MASTER-FILE.
032300     PERFORM 1400-CARGAR-SUCURSALES THRU 1400-EXIT.
032400     CLOSE TERMINAL-MASTER-FILE.
032500
032600     PERFORM 1100-LEER-PRECIO THRU 1100-EXIT.
032700
032800 1000-EXIT.
032900     EXIT.
033000
033100 1100-LEER-PRECIO.
033200
033300     READ PRECIO-VIG-FILE
033400         AT END
033500             SET VTA-FIN-PRECIOS TO TRUE
033600     END-READ.
033700
033800 1100-EXIT.
033900     EXIT.
034000
034100 1300-OBTENER-FECHA-NEGOCIO.
034200
034300     MOVE ZERO TO VTA-FECHA-NEGOCIO.
034400
034500     OPEN INPUT FECHA-PARM-FILE.
034600     IF VTA-FPRM-OK
034700         READ FECHA-PARM-FILE
034800             AT END
034900                 CONTINUE
035000         END-READ
035100         IF VTA-FPRM-OK AND VTA-FPRM-FECHA > 0
035200             MOVE VTA-FPRM-FECHA TO VTA-FECHA-NEGOCIO
035300         END-IF
035400         CLOSE FECHA-PARM-FILE
035500     END-IF.
035600
035700     IF VTA-FECHA-NEGOCIO = ZERO
035800         ACCEPT VTA-FECHA-NEGOCIO FROM DATE YYYYMMDD
035900         DISPLAY "VTA7900 - AVISO: SIN FECHA DE NEGOCIO "
036000                 "(FECHAPRM). SE USA LA FECHA DEL SISTEMA."
036100     END-IF.
036200
036300 1300-EXIT.
036400     EXIT.
036500
036600 1400-CARGAR-SUCURSALES.
036700
036800     READ TERMINAL-MASTER-FILE
036900         AT END
037000             SET VTA-TERMTR-EOF TO TRUE
037100     END-READ.
037200
037300     PERFORM 1410-AGREGAR-SUCURSAL THRU 1410-EXIT
037400         UNTIL VTA-TERMTR-EOF.
037500
037600 1400-EXIT.
037700     EXIT.
037800
037900 1410-AGREGAR-SUCURSAL.
038000
038100     MOVE "N" TO VTA-SW-SUC-ENCONTRADA.
038200     PERFORM 1420-COMPARAR-SUCURSAL THRU 1420-EXIT
038300         VARYING VTA-SUC-IDX FROM 1 BY 1
038400         UNTIL VTA-SUC-IDX > VTA-SUC-CANT
038500            OR VTA-SUC-ENCONTRADA.
038600
038700     IF NOT VTA-SUC-ENCONTRADA
038800         IF VTA-SUC-CANT >= 50
038900             DISPLAY "VTA7900 - TABLA DE SUCURSALES LLENA "
039000                     "(MAXIMO 50). AGRANDAR LA TABLA."
039100             MOVE 8 TO RETURN-CODE
039200             STOP RUN
039300         END-IF
039400         ADD 1 TO VTA-SUC-CANT
039500         SET VTA-SUC-IDX TO VTA-SUC-CANT
039600         MOVE VTA-TER-SUCURSAL-COD
039700                      TO VTA-SUC-COD (VTA-SUC-IDX)
039800     END-IF.
039900
040000     READ TERMINAL-MASTER-FILE
040100         AT END
040200             SET VTA-TERMTR-EOF TO TRUE
040300     END-READ.
040400
040500 1410-EXIT.
040600     EXIT.
040700
040800 1420-COMPARAR-SUCURSAL.
040900
041000     IF VTA-TER-SUCURSAL-COD = VTA-SUC-COD (VTA-SUC-IDX)
041100         SET VTA-SUC-ENCONTRADA TO TRUE
041200     END-IF.
041300
041400 1420-EXIT.
041500     EXIT.
041600
041700******************************************************************
041800*1500-CALCULAR-VIGENCIA: EL DIA SIGUIENTE A LA FECHA DE NEGOCIO,
041900*CORRIDO AL PROXIMO DIA LABORABLE DEL CALENDARIO, HASTA 15
042000*INTENTOS. UNA FECHA QUE NO ESTA CARGADA EN EL CALENDARIO SE
042100*TOMA COMO LABORABLE.
042200******************************************************************
042300 1500-CALCULAR-VIGENCIA.
042400
042500     SET VTA-FCH-AGREGAR TO TRUE.
042600     MOVE VTA-FECHA-NEGOCIO TO VTA-FCH-FECHA-1.
042700     MOVE 1                 TO VTA-FCH-DIAS.
042800     CALL "VTAFECHA" USING VTA-FECHA-PARMS.
042900     MOVE VTA-FCH-FECHA-2   TO VTA-FECHA-VIGENCIA.
043000
043100     MOVE "N" TO VTA-SW-DIA-HABIL.
043200     PERFORM 1510-VERIFICAR-DIA THRU 1510-EXIT
043300         VARYING VTA-INTENTOS FROM 1 BY 1
043400         UNTIL VTA-INTENTOS > 15
043500            OR VTA-DIA-HABIL.
043600
043700 1500-EXIT.
043800     EXIT.
043900
044000 1510-VERIFICAR-DIA.
044100
044200     MOVE VTA-FECHA-VIGENCIA TO VTA-CAL-FECHA.
044300     READ CALEN-PROC-FILE
044400         INVALID KEY
044500             SET VTA-DIA-HABIL TO TRUE
044600             GO TO 1510-EXIT
044700     END-READ.
044800
044900     IF NOT VTA-CAL-NO-LABORABLE
045000         SET VTA-DIA-HABIL TO TRUE
045100         GO TO 1510-EXIT
045200     END-IF.
045300
045400     SET VTA-FCH-AGREGAR TO TRUE.
045500     MOVE VTA-FECHA-VIGENCIA TO VTA-FCH-FECHA-1.
045600     MOVE 1                  TO VTA-FCH-DIAS.
045700     CALL "VTAFECHA" USING VTA-FECHA-PARMS.
045800     MOVE VTA-FCH-FECHA-2    TO VTA-FECHA-VIGENCIA.
045900
046000 1510-EXIT.
046100     EXIT.
046200
046300 1600-CARGAR-PROMOS.
046400
046500     READ PROMO-TABLA-FILE
046600         AT END
046700             SET VTA-PROMFIL-EOF TO TRUE
046800     END-READ.
046900
047000     PERFORM 1610-AGREGAR-PROMO THRU 1610-EXIT
047100         UNTIL VTA-PROMFIL-EOF.
047200
047300 1600-EXIT.
047400     EXIT.
047500
047600 1610-AGREGAR-PROMO.
047700
047800     IF VTA-PROMO-CANT >= 200
047900         DISPLAY "VTA7900 - TABLA DE PROMOCIONES LLENA "
048000                 "(MAXIMO 200). DEPURAR PROMO-TABLA-FILE."
048100         MOVE 8 TO RETURN-CODE
048200         STOP RUN
048300     END-IF.
048400
048500     ADD 1 TO VTA-PROMO-CANT.
048600     SET VTA-PROMO-IDX TO VTA-PROMO-CANT.
048700
048800     MOVE VTA-PRM-PRODUCTO TO VTA-TAB-PRM-PRODUCTO
048900                                             (VTA-PROMO-IDX).
049000     MOVE VTA-PRM-DESDE    TO VTA-TAB-PRM-DESDE (VTA-PROMO-IDX).
049100     MOVE VTA-PRM-HASTA    TO VTA-TAB-PRM-HASTA (VTA-PROMO-IDX).
049200     MOVE VTA-PRM-PORCENTAJE
049300                    TO VTA-TAB-PRM-PORCENTAJE (VTA-PROMO-IDX).
049400
049500     READ PROMO-TABLA-FILE
049600         AT END
049700             SET VTA-PROMFIL-EOF TO TRUE
049800     END-READ.
049900
050000 1610-EXIT.
050100     EXIT.
050200
050300******************************************************************
050400*2000-EVALUAR-VIGENCIA: RECORRE LA LISTA CON VIGENCIAS EN ORDEN
050500*DE PRODUCTO Y FECHA. PARA CADA PRODUCTO SE RETIENE COMO
050600*CANDIDATO EL PRECIO DE LA ULTIMA FECHA DESDE QUE NO SUPERA LA
050700*FECHA DE VIGENCIA; AL CAMBIAR DE PRODUCTO SE COMPARA CON EL
050800*MAESTRO.
050900******************************************************************
051000 2000-EVALUAR-VIGENCIA.
051100
051200     IF VTA-PRV-PRODUCTO NOT = VTA-PROD-EN-CURSO
051300         PERFORM 2200-CERRAR-PRODUCTO THRU 2200-EXIT
051400         MOVE VTA-PRV-PRODUCTO TO VTA-PROD-EN-CURSO
051500     END-IF.
051600
051700     IF VTA-PRV-FECHA-DESDE NOT > VTA-FECHA-VIGENCIA
051800         MOVE VTA-PRV-PRECIO TO VTA-PRECIO-CANDIDATO
051900         SET VTA-HAY-CANDIDATO TO TRUE
052000     END-IF.
052100
052200     PERFORM 1100-LEER-PRECIO THRU 1100-EXIT.
052300
052400 2000-EXIT.
052500     EXIT.
052600
052700 2200-CERRAR-PRODUCTO.
052800
052900     IF NOT VTA-HAY-CANDIDATO
053000         GO TO 2200-EXIT
053100     END-IF.
053200
053300     PERFORM 2100-EVALUAR-CAMBIO THRU 2100-EXIT.
053400
053500     MOVE "N" TO VTA-SW-HAY-CANDIDATO.
053600
053700 2200-EXIT.
053800     EXIT.
053900
054000******************************************************************
054100*2100-EVALUAR-CAMBIO: EL PRECIO QUE RIGE EL DIA DE VIGENCIA
054200*DIFIERE DEL QUE ESTA HOY EN EL MAESTRO (Y EN LA GONDOLA): EL
054300*PRODUCTO LLEVA ETIQUETA NUEVA.
054400******************************************************************
054500 2100-EVALUAR-CAMBIO.
054600
054700     MOVE VTA-PROD-EN-CURSO TO VTA-PROD-CODIGO.
054800     READ PRODUCTO-MASTER-FILE
054900         INVALID KEY
055000             DISPLAY "VTA7900 - CAMBIO DE PRECIO DE PRODUCTO "
055100                     "INEXISTENTE: " VTA-PROD-EN-CURSO
055200             ADD 1 TO VTA-CANT-SIN-MAESTRO
055300             GO TO 2100-EXIT
055400     END-READ.
055500
055600     IF VTA-PROD-PRECIO-UNIT = VTA-PRECIO-CANDIDATO
055700         GO TO 2100-EXIT
055800     END-IF.
055900
056000     PERFORM 5000-AGREGAR-ETIQUETA THRU 5000-EXIT.
056100     MOVE VTA-PRECIO-CANDIDATO
056200                          TO VTA-TET-PRECIO-NVO (VTA-TET-IDX).
056300     MOVE "P"             TO VTA-TET-MOTIVO (VTA-TET-IDX).
056400
056500     ADD 1 TO VTA-CANT-CAMBIOS-PRECIO.
056600
056700 2100-EXIT.
056800     EXIT.
056900
057000******************************************************************
057100*3000-EVALUAR-PROMO: PARA EL PRODUCTO DE CADA PROMOCION DE LA
057200*TABLA, COMPARA LA PROMOCION QUE LE APLICA HOY CON LA QUE LE
057300*APLICA EL DIA DE VIGENCIA. SI NO ES LA MISMA, UNA EMPIEZA O
057400*TERMINA Y EL PRODUCTO LLEVA ETIQUETA NUEVA. UN PRODUCTO QUE YA
057500*TIENE ETIQUETA POR CAMBIO DE LISTA QUEDA MARCADO POR LOS DOS
057600*MOTIVOS.
057700******************************************************************
057800 3000-EVALUAR-PROMO.
057900
058000     MOVE VTA-TAB-PRM-PRODUCTO (VTA-PROMO-IDX)
058100                                     TO VTA-BUS-PRODUCTO.
058200
058300     MOVE VTA-FECHA-NEGOCIO TO VTA-BUS-FECHA.
058400     PERFORM 6000-BUSCAR-PROMO THRU 6000-EXIT.
058500     MOVE VTA-BUS-ENTRADA   TO VTA-PROMO-HOY.
058600
058700     MOVE VTA-FECHA-VIGENCIA TO VTA-BUS-FECHA.
058800     PERFORM 6000-BUSCAR-PROMO THRU 6000-EXIT.
058900     MOVE VTA-BUS-ENTRADA   TO VTA-PROMO-VIGENCIA.
059000
059100     IF VTA-PROMO-HOY = VTA-PROMO-VIGENCIA
059200         GO TO 3000-EXIT
059300     END-IF.
059400
059500     MOVE "N" TO VTA-SW-ETQ-ENCONTRADA.
059600     PERFORM 3100-COMPARAR-ETIQUETA THRU 3100-EXIT
059700         VARYING VTA-TET-IDX FROM 1 BY 1
059800         UNTIL VTA-TET-IDX > VTA-TET-CANT
059900            OR VTA-ETQ-ENCONTRADA.
060000
060100     IF VTA-ETQ-ENCONTRADA
060200         SET VTA-TET-IDX DOWN BY 1
060300         IF VTA-TET-MOTIVO (VTA-TET-IDX) = "P"
060400             MOVE "A" TO VTA-TET-MOTIVO (VTA-TET-IDX)
060500             ADD 1 TO VTA-CANT-CAMBIOS-PROMO
060600         END-IF
060700         GO TO 3000-EXIT
060800     END-IF.
060900
061000     MOVE VTA-BUS-PRODUCTO TO VTA-PROD-CODIGO.
061100     READ PRODUCTO-MASTER-FILE
061200         INVALID KEY
061300             DISPLAY "VTA7900 - PROMOCION DE PRODUCTO "
061400                     "INEXISTENTE: " VTA-BUS-PRODUCTO
061500             ADD 1 TO VTA-CANT-SIN-MAESTRO
061600             GO TO 3000-EXIT
061700     END-READ.
061800
061900     PERFORM 5000-AGREGAR-ETIQUETA THRU 5000-EXIT.
062000     MOVE VTA-PROD-PRECIO-UNIT
062100                          TO VTA-TET-PRECIO-NVO (VTA-TET-IDX).
062200     IF VTA-PROMO-VIGENCIA = ZERO
062300         MOVE "F"         TO VTA-TET-MOTIVO (VTA-TET-IDX)
062400     ELSE
062500         MOVE "I"         TO VTA-TET-MOTIVO (VTA-TET-IDX)
062600     END-IF.
062700
062800     ADD 1 TO VTA-CANT-CAMBIOS-PROMO.
062900
063000 3000-EXIT.
063100     EXIT.
063200
063300 3100-COMPARAR-ETIQUETA.
063400
063500     IF VTA-TET-PRODUCTO (VTA-TET-IDX) = VTA-BUS-PRODUCTO
063600         SET VTA-ETQ-ENCONTRADA TO TRUE
063700     END-IF.
063800
063900 3100-EXIT.
064000     EXIT.
064100
064200******************************************************************
064300*4000-COMPLETAR-PROMO: CADA ETIQUETA LLEVA LA PROMOCION QUE
064400*APLICA EL DIA DE VIGENCIA, CON SU PRECIO (EL PRECIO NUEVO
064500*MENOS EL PORCENTAJE DE LA PROMOCION) Y SU RANGO DE FECHAS.
064600******************************************************************
064700 4000-COMPLETAR-PROMO.
064800
064900     MOVE VTA-TET-PRODUCTO (VTA-TET-IDX) TO VTA-BUS-PRODUCTO.
065000     MOVE VTA-FECHA-VIGENCIA             TO VTA-BUS-FECHA.
065100     PERFORM 6000-BUSCAR-PROMO THRU 6000-EXIT.
065200
065300     IF VTA-BUS-ENTRADA = ZERO
065400         GO TO 4000-EXIT
065500     END-IF.
065600
065700     SET VTA-PROMO-BUS-IDX TO VTA-BUS-ENTRADA.
065800     COMPUTE VTA-TET-PRECIO-PROMO (VTA-TET-IDX) ROUNDED =
065900         VTA-TET-PRECIO-NVO (VTA-TET-IDX)
066000         * (100 - VTA-TAB-PRM-PORCENTAJE (VTA-PROMO-BUS-IDX))
066100         / 100.
066200     MOVE VTA-TAB-PRM-DESDE (VTA-PROMO-BUS-IDX)
066300                          TO VTA-TET-PROMO-DESDE (VTA-TET-IDX).
066400     MOVE VTA-TAB-PRM-HASTA (VTA-PROMO-BUS-IDX)
066500                          TO VTA-TET-PROMO-HASTA (VTA-TET-IDX).
066600
066700 4000-EXIT.
066800     EXIT.
066900
067000******************************************************************
067100*5000-AGREGAR-ETIQUETA: ABRE UNA ENTRADA EN LA TABLA DE
067200*ETIQUETAS CON LOS DATOS DEL MAESTRO Y DEJA VTA-TET-IDX
067300*APUNTANDO A ELLA.
067400******************************************************************
067500 5000-AGREGAR-ETIQUETA.
067600
067700     IF VTA-TET-CANT >= 500
067800         DISPLAY "VTA7900 - TABLA DE ETIQUETAS LLENA "
067900                 "(MAXIMO 500). AGRANDAR LA TABLA."
068000         MOVE 8 TO RETURN-CODE
068100         STOP RUN
068200     END-IF.
068300
068400     ADD 1 TO VTA-TET-CANT.
068500     SET VTA-TET-IDX TO VTA-TET-CANT.
068600     MOVE VTA-PROD-CODIGO TO VTA-TET-PRODUCTO (VTA-TET-IDX).
068700     MOVE VTA-PROD-DESCRIPCION
068800                          TO VTA-TET-DESCRIPCION (VTA-TET-IDX).
068900     MOVE VTA-PROD-PRECIO-UNIT
069000                          TO VTA-TET-PRECIO-ANT (VTA-TET-IDX).
069100     MOVE ZERO TO VTA-TET-PRECIO-PROMO (VTA-TET-IDX)
069200                  VTA-TET-PROMO-DESDE (VTA-TET-IDX)
069300                  VTA-TET-PROMO-HASTA (VTA-TET-IDX).
069400
069500 5000-EXIT.
069600     EXIT.
069700
069800******************************************************************
069900*6000-BUSCAR-PROMO: PRIMERA PROMOCION DE LA TABLA PARA
070000*VTA-BUS-PRODUCTO CUYO RANGO INCLUYE VTA-BUS-FECHA, EN EL MISMO
070100*ORDEN EN QUE LA BUSCA EJERCICIO5 AL VENDER.
070200******************************************************************
070300 6000-BUSCAR-PROMO.
070400
070500     MOVE ZERO TO VTA-BUS-ENTRADA.
070600     PERFORM 6100-COMPARAR-PROMO THRU 6100-EXIT
070700         VARYING VTA-PROMO-BUS-IDX FROM 1 BY 1
070800         UNTIL VTA-PROMO-BUS-IDX > VTA-PROMO-CANT
070900            OR VTA-BUS-ENTRADA NOT = ZERO.
071000
071100 6000-EXIT.
071200     EXIT.
071300
071400 6100-COMPARAR-PROMO.
071500
071600     IF VTA-TAB-PRM-PRODUCTO (VTA-PROMO-BUS-IDX)
071700                                         = VTA-BUS-PRODUCTO
071800        AND VTA-TAB-PRM-DESDE (VTA-PROMO-BUS-IDX)
071900                                     NOT > VTA-BUS-FECHA
072000        AND VTA-TAB-PRM-HASTA (VTA-PROMO-BUS-IDX)
072100                                     NOT < VTA-BUS-FECHA
072200         SET VTA-BUS-ENTRADA TO VTA-PROMO-BUS-IDX
072300     END-IF.
072400
072500 6100-EXIT.
072600     EXIT.
072700
072800******************************************************************
072900*8000-EMITIR-ETIQUETAS: UN BLOQUE DE ETIQUETAS Y UNA HOJA DE LA
073000*LISTA DE CONTROL POR SUCURSAL. SIN CAMBIOS NO SE GRABA NINGUN
073100*BLOQUE Y LA LISTA LO DICE.
073200******************************************************************
073300 8000-EMITIR-ETIQUETAS.
073400
073500     IF VTA-TET-CANT = ZERO
073600         MOVE "SIN CAMBIOS DE PRECIO NI DE PROMOCION PARA EL "
073700                              TO VTA-REPORT-LINE
073800         MOVE VTA-FECHA-VIGENCIA TO VTA-REPORT-LINE (48:8)
073900         WRITE VTA-REPORT-LINE
074000         GO TO 8000-EXIT
074100     END-IF.
074200
074300     PERFORM 8100-EMITIR-SUCURSAL THRU 8100-EXIT
074400         VARYING VTA-SUC-RECORRIDA FROM 1 BY 1
074500         UNTIL VTA-SUC-RECORRIDA > VTA-SUC-CANT.
074600
074700 8000-EXIT.
074800     EXIT.
074900
075000 8100-EMITIR-SUCURSAL.
075100
075200     SET VTA-SUC-IDX TO VTA-SUC-RECORRIDA.
075300
075400     MOVE SPACES TO VTA-ETIQUETA-RECORD.
075500     SET VTA-ETQ-CABECERA TO TRUE.
075600     MOVE VTA-SUC-COD (VTA-SUC-IDX) TO VTA-ETQ-SUCURSAL.
075700     MOVE VTA-FECHA-NEGOCIO  TO VTA-ETQ-FECHA-EMISION.
075800     MOVE VTA-FECHA-VIGENCIA TO VTA-ETQ-FECHA-VIGENCIA.
075900     WRITE VTA-ETIQUETA-RECORD.
076000
076100     MOVE VTA-SUC-COD (VTA-SUC-IDX) TO VTA-LT-SUCURSAL.
076200     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TITULO.
076300     MOVE VTA-FECHA-NEGOCIO  TO VTA-LF-EMISION.
076400     MOVE VTA-FECHA-VIGENCIA TO VTA-LF-VIGENCIA.
076500     WRITE VTA-REPORT-LINE FROM VTA-LINEA-FECHAS.
076600     WRITE VTA-REPORT-LINE FROM VTA-LINEA-COLUMNAS.
076700
076800     PERFORM 8200-EMITIR-ETIQUETA THRU 8200-EXIT
076900         VARYING VTA-TET-IDX FROM 1 BY 1
077000         UNTIL VTA-TET-IDX > VTA-TET-CANT.
077100
077200     MOVE SPACES TO VTA-ETIQUETA-RECORD.
077300     SET VTA-ETQ-COLA TO TRUE.
077400     MOVE VTA-SUC-COD (VTA-SUC-IDX) TO VTA-ETQ-SUCURSAL.
077500     MOVE VTA-TET-CANT TO VTA-ETQ-CANT-ETIQUETAS.
077600     WRITE VTA-ETIQUETA-RECORD.
077700
077800     MOVE VTA-TET-CANT TO VTA-LTO-CANT.
077900     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
078000     MOVE SPACES TO VTA-REPORT-LINE.
078100     WRITE VTA-REPORT-LINE.
078200     WRITE VTA-REPORT-LINE FROM VTA-LINEA-FIRMA-1.
078300     MOVE SPACES TO VTA-REPORT-LINE.
078400     WRITE VTA-REPORT-LINE.
078500     WRITE VTA-REPORT-LINE FROM VTA-LINEA-FIRMA-2.
078600     MOVE SPACES TO VTA-REPORT-LINE.
078700     WRITE VTA-REPORT-LINE.
078800
078900 8100-EXIT.
079000     EXIT.
079100
079200 8200-EMITIR-ETIQUETA.
079300
079400     MOVE SPACES TO VTA-ETIQUETA-RECORD.
079500     SET VTA-ETQ-DETALLE TO TRUE.
079600     MOVE VTA-SUC-COD (VTA-SUC-IDX) TO VTA-ETQ-SUCURSAL.
079700     MOVE VTA-TET-PRODUCTO (VTA-TET-IDX)     TO VTA-ETQ-PRODUCTO.
079800     MOVE VTA-TET-DESCRIPCION (VTA-TET-IDX)
079900                                       TO VTA-ETQ-DESCRIPCION.
080000     MOVE VTA-TET-PRECIO-NVO (VTA-TET-IDX)   TO VTA-ETQ-PRECIO.
080100     MOVE VTA-TET-PRECIO-PROMO (VTA-TET-IDX)
080200                                       TO VTA-ETQ-PRECIO-PROMO.
080300     MOVE VTA-TET-PROMO-DESDE (VTA-TET-IDX)
080400                                       TO VTA-ETQ-PROMO-DESDE.
080500     MOVE VTA-TET-PROMO-HASTA (VTA-TET-IDX)
080600                                       TO VTA-ETQ-PROMO-HASTA.
080700     MOVE VTA-FECHA-VIGENCIA                 TO VTA-ETQ-VIGENCIA.
080800     MOVE VTA-TET-MOTIVO (VTA-TET-IDX)       TO VTA-ETQ-MOTIVO.
080900     WRITE VTA-ETIQUETA-RECORD.
081000     ADD 1 TO VTA-CANT-GRABADAS.
081100
081200     MOVE VTA-TET-PRODUCTO (VTA-TET-IDX)     TO VTA-LE-PRODUCTO.
081300     MOVE VTA-TET-DESCRIPCION (VTA-TET-IDX)
081400                                       TO VTA-LE-DESCRIPCION.
081500     MOVE VTA-TET-PRECIO-ANT (VTA-TET-IDX)   TO VTA-LE-ANTERIOR.
081600     MOVE VTA-TET-PRECIO-NVO (VTA-TET-IDX)   TO VTA-LE-NUEVO.
081700     MOVE VTA-TET-PRECIO-PROMO (VTA-TET-IDX) TO VTA-LE-PROMO.
081800     MOVE VTA-TET-MOTIVO (VTA-TET-IDX)       TO VTA-LE-MOTIVO.
081900     MOVE VTA-TET-PROMO-HASTA (VTA-TET-IDX)
082000                                       TO VTA-LE-PROMO-HASTA.
082100     WRITE VTA-REPORT-LINE FROM VTA-LINEA-ETIQUETA.
082200
082300 8200-EXIT.
082400     EXIT.
082500
082600 9000-FINALIZAR.
082700
082800     CLOSE PRECIO-VIG-FILE.
082900     CLOSE PRODUCTO-MASTER-FILE.
083000     CLOSE ETIQUETA-FILE.
083100     CLOSE ETIQ-REPORT-FILE.
083200
083300     DISPLAY "VTA7900 - FECHA DE VIGENCIA   : "
083400         VTA-FECHA-VIGENCIA.
083500     DISPLAY "VTA7900 - CAMBIOS DE PRECIO   : "
083600         VTA-CANT-CAMBIOS-PRECIO.
083700     DISPLAY "VTA7900 - CAMBIOS DE PROMOCION: "
083800         VTA-CANT-CAMBIOS-PROMO.
083900     DISPLAY "VTA7900 - SIN MAESTRO         : "
084000         VTA-CANT-SIN-MAESTRO.
084100     DISPLAY "VTA7900 - ETIQUETAS GRABADAS  : "
084200         VTA-CANT-GRABADAS.
084300
084400 9000-EXIT.
084500     EXIT.
084600
084700 END PROGRAM VTA7900.

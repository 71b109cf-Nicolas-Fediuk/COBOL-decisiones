000100******************************************************************
000200*RECERTIFICACION TRIMESTRAL DE ACCESOS. CORRE EN EL CIERRE MENSUAL
000300*(VTAM010) CON EL MISMO MESPARM; SOLO EMITE CUANDO EL MES PEDIDO
000400*CIERRA UN TRIMESTRE (MARZO, JUNIO, SETIEMBRE Y DICIEMBRE). LISTA,
000500*AGRUPADOS POR AREA, TODOS LOS USUARIOS DEL MAESTRO (USUARIOS) CON
000600*SU ROL, SU ESTADO, LA FECHA DE SU ULTIMO INGRESO Y LOS PROGRAMAS
000700*DE MANTENIMIENTO QUE USARON EN LOS TRES MESES DEL TRIMESTRE, CON
000800*LA CANTIDAD DE INGRESOS A CADA UNO (INGRESOS CORRECTOS DEL DIARIO
000900*DE ACCESOS, ACCESLOG, QUE GRABA VTALOGON). CADA AREA CIERRA CON
001000*EL ESPACIO PARA QUE SU RESPONSABLE MARQUE POR USUARIO SI EL
001100*ACCESO SE MANTIENE, SE MODIFICA O SE DA DE BAJA, Y FIRME LA
001200*CONFORMIDAD. LOS CAMBIOS QUE PIDA EL RESPONSABLE LOS HACE UN
001300*SUPERVISOR CON VTA8700. EL LISTADO SALE POR RECERRPT.
001400******************************************************************
001500*MODIFICACIONES:
001600*2026-10-15 NF  PROGRAMA ORIGINAL.
001700******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. VTA8900.
002000 AUTHOR. N. FEDIUK.
002100 INSTALLATION. PERFUMERIA - SISTEMAS.
002200 DATE-WRITTEN. 2026-10-15.
002300 DATE-COMPILED. 2026-10-15.
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OPTIONAL ACCESO-LOG-FILE ASSIGN TO "ACCESLOG"
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS VTA-ACCLOG-STATUS.
003100
003200     SELECT USUARIO-MASTER-FILE ASSIGN TO "USUARIOS"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS VTA-USR-ID
003600         FILE STATUS IS VTA-USRMTR-STATUS.
003700
003800     SELECT MES-PARM-FILE ASSIGN TO "MESPARM"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS VTA-PARM-STATUS.
004100
004200     SELECT RECERT-REPORT-FILE ASSIGN TO "RECERRPT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS VTA-REPORT-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  ACCESO-LOG-FILE
004900     RECORDING MODE IS F.
005000     COPY VTAACCL.
005100
005200 FD  USUARIO-MASTER-FILE
005300     RECORDING MODE IS F.
005400     COPY VTAUSR.
005500
005600 FD  MES-PARM-FILE
005700     RECORDING MODE IS F.
005800 01  VTA-MES-PARM-RECORD.
005900     05  VTA-PARM-MES                PIC 9(06).
006000     05  FILLER                      PIC X(74).
006100
006200 FD  RECERT-REPORT-FILE.
006300 01  VTA-REPORT-LINE                 PIC X(80).
006400
006500 WORKING-STORAGE SECTION.
006600
006700 01  VTA-ACCLOG-STATUS               PIC X(02).
006800     88  VTA-ACCLOG-OK               VALUE "00".
006900
007000 01  VTA-USRMTR-STATUS               PIC X(02).
007100     88  VTA-USRMTR-OK               VALUE "00".
007200
007300 01  VTA-PARM-STATUS                 PIC X(02).
007400     88  VTA-PARM-OK                 VALUE "00".
007500
007600 01  VTA-REPORT-STATUS               PIC X(02).
007700     88  VTA-REPORT-OK               VALUE "00".
007800
007900 01  VTA-SWITCHES.
008000     05  VTA-SW-FIN-ARCHIVO          PIC X(01) VALUE "N".
008100         88  VTA-FIN-ARCHIVO         VALUE "S".
008200     05  VTA-SW-USO-ENCONTRADO       PIC X(01) VALUE "N".
008300         88  VTA-USO-ENCONTRADO      VALUE "S".
008400     05  VTA-SW-AREA-ENCONTRADA      PIC X(01) VALUE "N".
008500         88  VTA-AREA-ENCONTRADA     VALUE "S".
008600
008700*TOPES DE LAS TABLAS.
008800 77  VTA-USO-MAXIMO                  PIC 9(04) COMP VALUE 3000.
008900 77  VTA-USR-MAXIMO                  PIC 9(03) COMP VALUE 500.
009000 77  VTA-ARE-MAXIMO                  PIC 9(03) COMP VALUE 100.
009100 77  VTA-PRG-POR-LINEA               PIC 9(01) COMP VALUE 4.
009200
009300*MESES DEL TRIMESTRE (AAAAMM).
009400 01  VTA-MES-PEDIDO                  PIC 9(06) VALUE ZERO.
009500 01  VTA-MES-PEDIDO-R REDEFINES VTA-MES-PEDIDO.
009600     05  VTA-MP-ANIO                 PIC 9(04).
009700     05  VTA-MP-MES                  PIC 9(02).
009800 01  VTA-MES-DESDE                   PIC 9(06) VALUE ZERO.
009900 01  VTA-MES-LEIDO                   PIC 9(06).
010000 01  VTA-RESTO-TRIMESTRE             PIC 9(01).
010100 01  VTA-COCIENTE                    PIC 9(02).
010200
010300*PROGRAMAS USADOS EN EL TRIMESTRE POR USUARIO, CON SUS INGRESOS.
010400 01  VTA-TABLA-USOS.
010500     05  VTA-USO-CANT                PIC 9(04) COMP VALUE ZERO.
010600     05  VTA-USO-ENTRADA OCCURS 3000 TIMES
010700                         INDEXED BY VTA-USO-IDX.
010800         10  VTA-USO-USUARIO         PIC X(08).
010900         10  VTA-USO-PROGRAMA        PIC X(08).
011000         10  VTA-USO-INGRESOS        PIC 9(05) COMP.
011100
011200*USUARIOS DEL MAESTRO.
011300 01  VTA-TABLA-USUARIOS.
011400     05  VTA-UST-CANT                PIC 9(03) COMP VALUE ZERO.
011500     05  VTA-UST-ENTRADA OCCURS 500 TIMES
011600                         INDEXED BY VTA-UST-IDX.
011700         10  VTA-UST-ID              PIC X(08).
011800         10  VTA-UST-NOMBRE          PIC X(30).
011900         10  VTA-UST-ROL             PIC X(01).
012000         10  VTA-UST-ESTADO          PIC X(01).
012100         10  VTA-UST-AREA            PIC X(03).
012200         10  VTA-UST-ULT-LOGON       PIC X(08).
012300
012400*AREAS, EN ORDEN ALFABETICO.
012500 01  VTA-TABLA-AREAS.
012600     05  VTA-ARE-CANT                PIC 9(03) COMP VALUE ZERO.
012700     05  VTA-ARE-ENTRADA OCCURS 100 TIMES.
012800         10  VTA-ARE-AREA            PIC X(03).
012900         10  VTA-ARE-USUARIOS        PIC 9(03) COMP.
013000
013100 01  VTA-ARE-SUB                     PIC 9(03) COMP.
013200 01  VTA-ARE-POSICION                PIC 9(03) COMP.
013300 01  VTA-ARE-ACTUAL                  PIC 9(03) COMP.
013400 01  VTA-AREA-BUSCADA                PIC X(03).
013500 01  VTA-USO-FOUND-NDX               PIC 9(04) COMP VALUE ZERO.
013600 01  VTA-PRG-EN-LINEA                PIC 9(01) COMP.
013700 01  VTA-PRG-CANT-USUARIO            PIC 9(03) COMP.
013800
013900 01  VTA-TOTALES.
014000     05  VTA-TOT-INGRESOS            PIC 9(07) COMP VALUE ZERO.
014100     05  VTA-TOT-SIN-INGRESOS        PIC 9(05) COMP VALUE ZERO.
014200
014300*LINEAS DE IMPRESION.
014400 01  VTA-LINEA-TITULO.
014500     05  FILLER                      PIC X(39)
014600         VALUE "RECERTIFICACION TRIMESTRAL DE ACCESOS -".
014700     05  FILLER                      PIC X(07) VALUE " MESES ".
014800     05  VTA-LT-DESDE                PIC 9(06).
014900     05  FILLER                      PIC X(03) VALUE " A ".
015000     05  VTA-LT-HASTA                PIC 9(06).
015100
015200 01  VTA-LINEA-AREA.
015300     05  FILLER                      PIC X(06) VALUE "AREA: ".
015400     05  VTA-LA-AREA                 PIC X(17).
015500     05  FILLER                      PIC X(10) VALUE "USUARIOS: ".
015600     05  VTA-LA-USUARIOS             PIC ZZ9.
015700
015800 01  VTA-LINEA-ENCABEZADO.
015900     05  FILLER                      PIC X(39)
016000         VALUE "USUARIO  NOMBRE                        ".
016100     05  FILLER                      PIC X(38)
016200         VALUE " ROL           ESTADO        ULT.INGR.".
016300
016400 01  VTA-LINEA-USUARIO.
016500     05  VTA-LU-ID                   PIC X(08).
016600     05  FILLER                      PIC X(01) VALUE SPACE.
016700     05  VTA-LU-NOMBRE               PIC X(30).
016800     05  FILLER                      PIC X(01) VALUE SPACE.
016900     05  VTA-LU-ROL                  PIC X(13).
017000     05  FILLER                      PIC X(01) VALUE SPACE.
017100     05  VTA-LU-ESTADO               PIC X(13).
017200     05  FILLER                      PIC X(01) VALUE SPACE.
017300     05  VTA-LU-ULT-LOGON            PIC X(08).
017400
017500 01  VTA-LINEA-PROGRAMAS.
017600     05  VTA-LP-TEXTO                PIC X(20).
017700     05  VTA-LP-ENTRADA OCCURS 4 TIMES.
017800         10  VTA-LP-PROGRAMA         PIC X(08).
017900         10  FILLER                  PIC X(01).
018000         10  VTA-LP-INGRESOS         PIC ZZZ9.
018100         10  FILLER                  PIC X(02).
018200
018300 01  VTA-LINEA-DECISION.
018400     05  FILLER                      PIC X(40)
018500         VALUE "  DECISION: MANTENER [ ]  MODIFICAR [ ] ".
018600     05  FILLER                      PIC X(10)
018700         VALUE " BAJA [ ]".
018800
018900 01  VTA-LINEA-FIRMA.
019000     05  FILLER                      PIC X(36)
019100         VALUE "CONFORMIDAD DEL RESPONSABLE DEL AREA".
019200     05  FILLER                      PIC X(01) VALUE SPACE.
019300     05  VTA-LF-AREA                 PIC X(03).
019400
019500 01  VTA-LINEA-FIRMA-2.
019600     05  FILLER                      PIC X(36)
019700         VALUE "FIRMA: ____________________________ ".
019800     05  FILLER                      PIC X(36)
019900         VALUE "ACLARACION: __________________ FECHA".
020000     05  FILLER                      PIC X(08) VALUE ": ______".
020100
020200 01  VTA-LINEA-TOTAL.
020300     05  VTA-LTT-TEXTO               PIC X(40).
020400     05  VTA-LTT-CANT                PIC Z,ZZZ,ZZ9.
020500
020600 PROCEDURE DIVISION.
020700
020800 0000-MAINLINE.
020900
021000     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
021100
021200     IF VTA-MES-DESDE = ZERO
021300         PERFORM 9000-FINALIZAR THRU 9000-EXIT
021400         STOP RUN
021500     END-IF.
021600
021700     PERFORM 2000-CARGAR-USOS THRU 2000-EXIT.
021800
021900     PERFORM 3000-CARGAR-USUARIOS THRU 3000-EXIT.
022000
022100     PERFORM 4000-EMITIR-AREA THRU 4000-EXIT
022200         VARYING VTA-ARE-ACTUAL FROM 1 BY 1
022300         UNTIL VTA-ARE-ACTUAL > VTA-ARE-CANT.
022400
022500     PERFORM 8500-EMITIR-TOTALES THRU 8500-EXIT.
022600
022700     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
022800
022900     STOP RUN.
023000
023100******************************************************************
023200*1000-INICIALIZAR: TOMA EL MES DE MESPARM. SI NO CIERRA UN
023300*TRIMESTRE LO DEJA DICHO EN EL LISTADO Y TERMINA SIN EMITIR (RC 0:
023400*EL CIERRE MENSUAL SIGUE NORMALMENTE). VTA-MES-DESDE EN CERO
023500*INDICA QUE NO HAY NADA QUE EMITIR.
023600******************************************************************
023700 1000-INICIALIZAR.
023800
023900     OPEN INPUT MES-PARM-FILE.
024000     OPEN OUTPUT RECERT-REPORT-FILE.
024100
024200     READ MES-PARM-FILE
024300         AT END
024400             CONTINUE
024500     END-READ.
024600
024700     IF VTA-PARM-OK
024800         MOVE VTA-PARM-MES TO VTA-MES-PEDIDO
024900     END-IF.
025000
025100     CLOSE MES-PARM-FILE.
025200
025300     IF VTA-MES-PEDIDO = ZERO
025400         DISPLAY "VTA8900 - FALTA EL MES A CERRAR (MESPARM)."
025500         MOVE 8 TO RETURN-CODE
025600         GO TO 1000-EXIT
025700     END-IF.
025800
025900     DIVIDE VTA-MP-MES BY 3
026000         GIVING VTA-COCIENTE REMAINDER VTA-RESTO-TRIMESTRE.
026100
026200     IF VTA-RESTO-TRIMESTRE NOT = ZERO
026300        OR VTA-MP-MES = ZERO
026400        OR VTA-MP-MES > 12
026500         MOVE "EL MES NO CIERRA UN TRIMESTRE: NO HAY "
026600                                 TO VTA-REPORT-LINE
026700         WRITE VTA-REPORT-LINE
026800         MOVE "RECERTIFICACION DE ACCESOS."
026900                                 TO VTA-REPORT-LINE
027000         WRITE VTA-REPORT-LINE
027100         DISPLAY "VTA8900 - EL MES " VTA-MES-PEDIDO
027200                 " NO CIERRA TRIMESTRE. SIN EMISION."
027300         GO TO 1000-EXIT
027400     END-IF.
027500
027600     COMPUTE VTA-MES-DESDE = VTA-MES-PEDIDO - 2.
027700
027800     MOVE VTA-MES-DESDE  TO VTA-LT-DESDE.
027900     MOVE VTA-MES-PEDIDO TO VTA-LT-HASTA.
028000     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TITULO.
028100
028200 1000-EXIT.
028300     EXIT.
028400
028500******************************************************************
028600*2000-CARGAR-USOS: RECORRE EL DIARIO DE ACCESOS Y ACUMULA POR
028700*USUARIO Y PROGRAMA LOS INGRESOS CORRECTOS DEL TRIMESTRE.
028800******************************************************************
028900 2000-CARGAR-USOS.
029000
029100     OPEN INPUT ACCESO-LOG-FILE.
029200
029300     IF NOT VTA-ACCLOG-OK
029400         DISPLAY "VTA8900 - AVISO: SIN DIARIO DE ACCESOS "
029500                 "(ACCESLOG). STATUS: " VTA-ACCLOG-STATUS
029600         GO TO 2000-EXIT
029700     END-IF.
029800
029900     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
030000     PERFORM 2100-LEER-ACCESO THRU 2100-EXIT.
030100
030200     PERFORM 2200-ACUMULAR-USO THRU 2200-EXIT
030300         UNTIL VTA-FIN-ARCHIVO.
030400
030500     CLOSE ACCESO-LOG-FILE.
030600
030700 2000-EXIT.
030800     EXIT.
030900
031000 2100-LEER-ACCESO.
031100
031200     READ ACCESO-LOG-FILE
031300         AT END
031400             SET VTA-FIN-ARCHIVO TO TRUE
031500     END-READ.
031600
031700 2100-EXIT.
031800     EXIT.
031900
032000 2200-ACUMULAR-USO.
032100
032200     MOVE VTA-ACC-FECHA (1:6) TO VTA-MES-LEIDO.
032300
032400     IF NOT VTA-ACC-INGRESO-OK
032500        OR VTA-MES-LEIDO < VTA-MES-DESDE
032600        OR VTA-MES-LEIDO > VTA-MES-PEDIDO
032700         GO TO 2200-LEER
032800     END-IF.
032900
033000     ADD 1 TO VTA-TOT-INGRESOS.
033100
033200     MOVE "N" TO VTA-SW-USO-ENCONTRADO.
033300     PERFORM 2210-COMPARAR-USO THRU 2210-EXIT
033400         VARYING VTA-USO-IDX FROM 1 BY 1
033500         UNTIL VTA-USO-IDX > VTA-USO-CANT
033600            OR VTA-USO-ENCONTRADO.
033700
033800     IF NOT VTA-USO-ENCONTRADO
033900         IF VTA-USO-CANT >= VTA-USO-MAXIMO
034000             DISPLAY "VTA8900 - TABLA DE USOS LLENA "
034100                     "(MAXIMO 3000). AGRANDAR LA TABLA."
034200             MOVE 8 TO RETURN-CODE
034300             STOP RUN
034400         END-IF
034500         ADD 1 TO VTA-USO-CANT
034600         SET VTA-USO-IDX TO VTA-USO-CANT
034700         SET VTA-USO-FOUND-NDX TO VTA-USO-CANT
034800         MOVE VTA-ACC-USUARIO  TO VTA-USO-USUARIO (VTA-USO-IDX)
034900         MOVE VTA-ACC-PROGRAMA TO VTA-USO-PROGRAMA (VTA-USO-IDX)
035000         MOVE ZERO             TO VTA-USO-INGRESOS (VTA-USO-IDX)
035100     END-IF.
035200
035300     SET VTA-USO-IDX TO VTA-USO-FOUND-NDX.
035400     ADD 1 TO VTA-USO-INGRESOS (VTA-USO-IDX).
035500
035600 2200-LEER.
035700     PERFORM 2100-LEER-ACCESO THRU 2100-EXIT.
035800
035900 2200-EXIT.
036000     EXIT.
036100
036200 2210-COMPARAR-USO.
036300
036400     IF VTA-ACC-USUARIO  = VTA-USO-USUARIO (VTA-USO-IDX)
036500        AND VTA-ACC-PROGRAMA = VTA-USO-PROGRAMA (VTA-USO-IDX)
036600         SET VTA-USO-FOUND-NDX TO VTA-USO-IDX
036700         SET VTA-USO-ENCONTRADO TO TRUE
036800     END-IF.
036900
037000 2210-EXIT.
037100     EXIT.
037200
037300******************************************************************
037400*3000-CARGAR-USUARIOS: CARGA TODOS LOS USUARIOS DEL MAESTRO, DE
037500*CUALQUIER ESTADO, Y ARMA LA LISTA ORDENADA DE AREAS.
037600******************************************************************
037700 3000-CARGAR-USUARIOS.
037800
037900     OPEN INPUT USUARIO-MASTER-FILE.
038000
038100     IF NOT VTA-USRMTR-OK
038200         DISPLAY "VTA8900 - NO SE PUDO ABRIR EL MAESTRO DE "
038300                 "USUARIOS. STATUS: " VTA-USRMTR-STATUS
038400         MOVE 8 TO RETURN-CODE
038500         STOP RUN
038600     END-IF.
038700
038800     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
038900     PERFORM 3100-LEER-USUARIO THRU 3100-EXIT.
039000
039100     PERFORM 3200-CARGAR-USUARIO THRU 3200-EXIT
039200         UNTIL VTA-FIN-ARCHIVO.
039300
039400     CLOSE USUARIO-MASTER-FILE.
039500
039600 3000-EXIT.
039700     EXIT.
039800
039900 3100-LEER-USUARIO.
040000
040100     READ USUARIO-MASTER-FILE NEXT
040200         AT END
040300             SET VTA-FIN-ARCHIVO TO TRUE
040400     END-READ.
040500
040600 3100-EXIT.
040700     EXIT.
040800
040900 3200-CARGAR-USUARIO.
041000
041100     IF VTA-UST-CANT >= VTA-USR-MAXIMO
041200         DISPLAY "VTA8900 - TABLA DE USUARIOS LLENA "
041300                 "(MAXIMO 500). AGRANDAR LA TABLA."
041400         MOVE 8 TO RETURN-CODE
041500         STOP RUN
041600     END-IF.
041700
041800     ADD 1 TO VTA-UST-CANT.
041900     SET VTA-UST-IDX TO VTA-UST-CANT.
042000     MOVE VTA-USR-ID       TO VTA-UST-ID (VTA-UST-IDX).
042100     MOVE VTA-USR-NOMBRE   TO VTA-UST-NOMBRE (VTA-UST-IDX).
042200     MOVE VTA-USR-ROL      TO VTA-UST-ROL (VTA-UST-IDX).
042300     MOVE VTA-USR-ESTADO   TO VTA-UST-ESTADO (VTA-UST-IDX).
042400     MOVE VTA-USR-AREA     TO VTA-UST-AREA (VTA-UST-IDX).
042500     MOVE VTA-USR-ULT-LOGON TO VTA-UST-ULT-LOGON (VTA-UST-IDX).
042600
042700     MOVE VTA-USR-AREA TO VTA-AREA-BUSCADA.
042800     PERFORM 3300-UBICAR-AREA THRU 3300-EXIT.
042900
043000     PERFORM 3100-LEER-USUARIO THRU 3100-EXIT.
043100
043200 3200-EXIT.
043300     EXIT.
043400
043500******************************************************************
043600*3300-UBICAR-AREA: SUMA EL USUARIO A SU AREA. UN AREA NUEVA SE
043700*INSERTA EN SU LUGAR ALFABETICO, CORRIENDO UN LUGAR LAS MAYORES.
043800******************************************************************
043900 3300-UBICAR-AREA.
044000
044100     MOVE "N"  TO VTA-SW-AREA-ENCONTRADA.
044200     MOVE ZERO TO VTA-ARE-POSICION.
044300
044400     PERFORM 3310-COMPARAR-AREA THRU 3310-EXIT
044500         VARYING VTA-ARE-SUB FROM 1 BY 1
044600         UNTIL VTA-ARE-SUB > VTA-ARE-CANT
044700            OR VTA-AREA-ENCONTRADA
044800            OR VTA-ARE-POSICION > ZERO.
044900
045000     IF VTA-AREA-ENCONTRADA
045100         ADD 1 TO VTA-ARE-USUARIOS (VTA-ARE-POSICION)
045200         GO TO 3300-EXIT
045300     END-IF.
045400
045500     IF VTA-ARE-CANT >= VTA-ARE-MAXIMO
045600         DISPLAY "VTA8900 - TABLA DE AREAS LLENA "
045700                 "(MAXIMO 100). AGRANDAR LA TABLA."
045800         MOVE 8 TO RETURN-CODE
045900         STOP RUN
046000     END-IF.
046100
046200     IF VTA-ARE-POSICION = ZERO
046300         COMPUTE VTA-ARE-POSICION = VTA-ARE-CANT + 1
046400     ELSE
046500         PERFORM 3320-CORRER-AREA THRU 3320-EXIT
046600             VARYING VTA-ARE-SUB FROM VTA-ARE-CANT BY -1
046700             UNTIL VTA-ARE-SUB < VTA-ARE-POSICION
046800     END-IF.
046900
047000     ADD 1 TO VTA-ARE-CANT.
047100     MOVE VTA-AREA-BUSCADA TO VTA-ARE-AREA (VTA-ARE-POSICION).
047200     MOVE 1                TO VTA-ARE-USUARIOS (VTA-ARE-POSICION).
047300
047400 3300-EXIT.
047500     EXIT.
047600
047700 3310-COMPARAR-AREA.
047800
047900     IF VTA-ARE-AREA (VTA-ARE-SUB) = VTA-AREA-BUSCADA
048000         MOVE VTA-ARE-SUB TO VTA-ARE-POSICION
048100         SET VTA-AREA-ENCONTRADA TO TRUE
048200         GO TO 3310-EXIT
048300     END-IF.
048400
048500     IF VTA-ARE-AREA (VTA-ARE-SUB) > VTA-AREA-BUSCADA
048600         MOVE VTA-ARE-SUB TO VTA-ARE-POSICION
048700     END-IF.
048800
048900 3310-EXIT.
049000     EXIT.
049100
049200 3320-CORRER-AREA.
049300
049400     MOVE VTA-ARE-ENTRADA (VTA-ARE-SUB)
049500                             TO VTA-ARE-ENTRADA (VTA-ARE-SUB + 1).
049600
049700 3320-EXIT.
049800     EXIT.
049900
050000******************************************************************
050100*4000-EMITIR-AREA: UN BLOQUE POR AREA CON SUS USUARIOS Y EL
050200*ESPACIO PARA LA CONFORMIDAD DEL RESPONSABLE.
050300******************************************************************
050400 4000-EMITIR-AREA.
050500
050600     MOVE SPACES TO VTA-REPORT-LINE.
050700     WRITE VTA-REPORT-LINE.
050800
050900     IF VTA-ARE-AREA (VTA-ARE-ACTUAL) = SPACES
051000         MOVE "SIN AREA ASIGNADA" TO VTA-LA-AREA
051100     ELSE
051200         MOVE VTA-ARE-AREA (VTA-ARE-ACTUAL) TO VTA-LA-AREA
051300     END-IF.
051400     MOVE VTA-ARE-USUARIOS (VTA-ARE-ACTUAL) TO VTA-LA-USUARIOS.
051500     WRITE VTA-REPORT-LINE FROM VTA-LINEA-AREA.
051600     WRITE VTA-REPORT-LINE FROM VTA-LINEA-ENCABEZADO.
051700
051800     PERFORM 4100-EMITIR-USUARIO THRU 4100-EXIT
051900         VARYING VTA-UST-IDX FROM 1 BY 1
052000         UNTIL VTA-UST-IDX > VTA-UST-CANT.
052100
052200     MOVE SPACES TO VTA-REPORT-LINE.
052300     WRITE VTA-REPORT-LINE.
052400     MOVE VTA-ARE-AREA (VTA-ARE-ACTUAL) TO VTA-LF-AREA.
052500     WRITE VTA-REPORT-LINE FROM VTA-LINEA-FIRMA.
052600     MOVE SPACES TO VTA-REPORT-LINE.
052700     WRITE VTA-REPORT-LINE.
052800     WRITE VTA-REPORT-LINE FROM VTA-LINEA-FIRMA-2.
052900
053000 4000-EXIT.
053100     EXIT.
053200
053300 4100-EMITIR-USUARIO.
053400
053500     IF VTA-UST-AREA (VTA-UST-IDX) NOT =
053600        VTA-ARE-AREA (VTA-ARE-ACTUAL)
053700         GO TO 4100-EXIT
053800     END-IF.
053900
054000     MOVE VTA-UST-ID (VTA-UST-IDX)        TO VTA-LU-ID.
054100     MOVE VTA-UST-NOMBRE (VTA-UST-IDX)    TO VTA-LU-NOMBRE.
054200     MOVE VTA-UST-ULT-LOGON (VTA-UST-IDX) TO VTA-LU-ULT-LOGON.
054300
054400     EVALUATE VTA-UST-ROL (VTA-UST-IDX)
054500         WHEN "C"
054600             MOVE "CONSULTA"      TO VTA-LU-ROL
054700         WHEN "M"
054800             MOVE "MANTENIMIENTO" TO VTA-LU-ROL
054900         WHEN "S"
055000             MOVE "SUPERVISOR"    TO VTA-LU-ROL
055100         WHEN OTHER
055200             MOVE VTA-UST-ROL (VTA-UST-IDX) TO VTA-LU-ROL
055300     END-EVALUATE.
055400
055500     EVALUATE VTA-UST-ESTADO (VTA-UST-IDX)
055600         WHEN "A"
055700             MOVE "ACTIVO"        TO VTA-LU-ESTADO
055800         WHEN "B"
055900             MOVE "BAJA"          TO VTA-LU-ESTADO
056000         WHEN "L"
056100             MOVE "BLOQUEADO"     TO VTA-LU-ESTADO
056200         WHEN "I"
056300             MOVE "INHABILITADO"  TO VTA-LU-ESTADO
056400         WHEN OTHER
056500             MOVE VTA-UST-ESTADO (VTA-UST-IDX) TO VTA-LU-ESTADO
056600     END-EVALUATE.
056700
056800     WRITE VTA-REPORT-LINE FROM VTA-LINEA-USUARIO.
056900
057000     PERFORM 4200-EMITIR-PROGRAMAS THRU 4200-EXIT.
057100
057200     WRITE VTA-REPORT-LINE FROM VTA-LINEA-DECISION.
057300
057400 4100-EXIT.
057500     EXIT.
057600
057700******************************************************************
057800*4200-EMITIR-PROGRAMAS: LOS PROGRAMAS QUE USO EL USUARIO EN EL
057900*TRIMESTRE, CUATRO POR LINEA, CON SUS INGRESOS.
058000******************************************************************
058100 4200-EMITIR-PROGRAMAS.
058200
058300     MOVE SPACES TO VTA-LINEA-PROGRAMAS.
058400     MOVE "  PROGRAMAS USADOS: " TO VTA-LP-TEXTO.
058500     MOVE ZERO TO VTA-PRG-EN-LINEA.
058600     MOVE ZERO TO VTA-PRG-CANT-USUARIO.
058700
058800     PERFORM 4210-AGREGAR-PROGRAMA THRU 4210-EXIT
058900         VARYING VTA-USO-IDX FROM 1 BY 1
059000         UNTIL VTA-USO-IDX > VTA-USO-CANT.
059100
059200     IF VTA-PRG-CANT-USUARIO = ZERO
059300         MOVE "  PROGRAMAS USADOS: NINGUNO EN EL TRIMESTRE"
059400                                 TO VTA-REPORT-LINE
059500         WRITE VTA-REPORT-LINE
059600         ADD 1 TO VTA-TOT-SIN-INGRESOS
059700         GO TO 4200-EXIT
059800     END-IF.
059900
060000     IF VTA-PRG-EN-LINEA > ZERO
060100         WRITE VTA-REPORT-LINE FROM VTA-LINEA-PROGRAMAS
060200     END-IF.
060300
060400 4200-EXIT.
060500     EXIT.
060600
060700 4210-AGREGAR-PROGRAMA.
060800
060900     IF VTA-USO-USUARIO (VTA-USO-IDX) NOT =
061000        VTA-UST-ID (VTA-UST-IDX)
061100         GO TO 4210-EXIT
061200     END-IF.
061300
061400     ADD 1 TO VTA-PRG-EN-LINEA.
061500     ADD 1 TO VTA-PRG-CANT-USUARIO.
061600     MOVE VTA-USO-PROGRAMA (VTA-USO-IDX)
061700                     TO VTA-LP-PROGRAMA (VTA-PRG-EN-LINEA).
061800     MOVE VTA-USO-INGRESOS (VTA-USO-IDX)
061900                     TO VTA-LP-INGRESOS (VTA-PRG-EN-LINEA).
062000
062100     IF VTA-PRG-EN-LINEA = VTA-PRG-POR-LINEA
062200         WRITE VTA-REPORT-LINE FROM VTA-LINEA-PROGRAMAS
062300         MOVE SPACES TO VTA-LINEA-PROGRAMAS
062400         MOVE ZERO TO VTA-PRG-EN-LINEA
062500     END-IF.
062600
062700 4210-EXIT.
062800     EXIT.
062900
063000 8500-EMITIR-TOTALES.
063100
063200     MOVE SPACES TO VTA-REPORT-LINE.
063300     WRITE VTA-REPORT-LINE.
063400
063500     MOVE "USUARIOS LISTADOS:" TO VTA-LTT-TEXTO.
063600     MOVE VTA-UST-CANT TO VTA-LTT-CANT.
063700     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
063800
063900     MOVE "AREAS:" TO VTA-LTT-TEXTO.
064000     MOVE VTA-ARE-CANT TO VTA-LTT-CANT.
064100     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
064200
064300     MOVE "INGRESOS DEL TRIMESTRE:" TO VTA-LTT-TEXTO.
064400     MOVE VTA-TOT-INGRESOS TO VTA-LTT-CANT.
064500     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
064600
064700     MOVE "USUARIOS SIN INGRESOS EN EL TRIMESTRE:"
064800                             TO VTA-LTT-TEXTO.
064900     MOVE VTA-TOT-SIN-INGRESOS TO VTA-LTT-CANT.
065000     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
065100
065200 8500-EXIT.
065300     EXIT.
065400
065500 9000-FINALIZAR.
065600
065700     CLOSE RECERT-REPORT-FILE.
065800
065900 9000-EXIT.
066000     EXIT.
066100
066200 END PROGRAM VTA8900.

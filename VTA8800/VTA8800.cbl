000100******************************************************************
000200*CONTROL NOCTURNO DEL MAESTRO DE USUARIOS (USUARIOS, LAYOUT
000300*VTAUSR). RECORRE TODOS LOS USUARIOS Y:
000400*  - CONVIERTE A HASH (VTACLAVE) LAS CLAVES QUE TODAVIA ESTAN EN
000500*    TEXTO PLANO, BORRA EL TEXTO PLANO Y MARCA EL USUARIO PARA QUE
000600*    CAMBIE LA CLAVE EN SU PROXIMO INGRESO. LOS CAMPOS DE CONTROL
000700*    QUE NO TENGAN VALOR (USUARIOS ANTERIORES A ESTE CONTROL) SE
000800*    INICIAN CON LA FECHA DE NEGOCIO;
000900*  - INHABILITA ("I") LOS USUARIOS ACTIVOS QUE NO INGRESARON EN
001000*    LOS DIAS SIN USO DE USRPARM (90 SI NO SE INFORMA), Y LO DEJA
001100*    EN EL DIARIO DE ACCESOS (ACCESLOG). SOLO UN SUPERVISOR LOS
001200*    VUELVE A HABILITAR (VTA8700);
001300*  - INFORMA LOS USUARIOS BLOQUEADOS POR INTENTOS FALLIDOS Y LOS
001400*    QUE TIENEN LA CLAVE VENCIDA (SE LES PEDIRA EL CAMBIO AL
001500*    INGRESAR).
001600*EL RESULTADO SE LISTA EN USRCTRL. CORRE TODAS LAS NOCHES EN
001700*VTAN010, SIN DEPENDER DE LOS PASOS DE VENTAS.
001800******************************************************************
001900*MODIFICACIONES:
002000*2026-10-15 NF  PROGRAMA ORIGINAL.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. VTA8800.
002400 AUTHOR. N. FEDIUK.
002500 INSTALLATION. PERFUMERIA - SISTEMAS.
002600 DATE-WRITTEN. 2026-10-15.
002700 DATE-COMPILED. 2026-10-15.
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT USUARIO-MASTER-FILE ASSIGN TO "USUARIOS"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS VTA-USR-ID
003600         FILE STATUS IS VTA-USRMTR-STATUS.
003700
003800     SELECT OPTIONAL USUARIO-PARM-FILE ASSIGN TO "USRPARM"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS VTA-UPARM-STATUS.
004100
004200     SELECT OPTIONAL FECHA-PARM-FILE ASSIGN TO "FECHAPRM"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS VTA-FPRM-STATUS.
004500
004600     SELECT OPTIONAL ACCESO-LOG-FILE ASSIGN TO "ACCESLOG"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS VTA-ACCLOG-STATUS.
004900
005000     SELECT USUARIO-REPORT-FILE ASSIGN TO "USRCTRL"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS VTA-REPORT-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  USUARIO-MASTER-FILE
005700     RECORDING MODE IS F.
005800     COPY VTAUSR.
005900
006000 FD  USUARIO-PARM-FILE
006100     RECORDING MODE IS F.
006200     COPY VTAUPRM.
006300
006400 FD  FECHA-PARM-FILE
006500     RECORDING MODE IS F.
006600 01  VTA-FECHA-PARM-RECORD.
006700     05  VTA-FPRM-FECHA              PIC 9(08).
006800     05  FILLER                      PIC X(72).
006900
007000 FD  ACCESO-LOG-FILE
007100     RECORDING MODE IS F.
007200     COPY VTAACCL.
007300
007400 FD  USUARIO-REPORT-FILE.
007500 01  VTA-REPORT-LINE                 PIC X(80).
007600
007700 WORKING-STORAGE SECTION.
007800
007900 01  VTA-USRMTR-STATUS               PIC X(02).
008000     88  VTA-USRMTR-OK               VALUE "00".
008100
008200 01  VTA-UPARM-STATUS                PIC X(02).
008300     88  VTA-UPARM-OK                VALUE "00".
008400
008500 01  VTA-FPRM-STATUS                 PIC X(02).
008600     88  VTA-FPRM-OK                 VALUE "00".
008700
008800 01  VTA-ACCLOG-STATUS               PIC X(02).
008900     88  VTA-ACCLOG-OK               VALUE "00" "05".
009000
009100 01  VTA-REPORT-STATUS               PIC X(02).
009200     88  VTA-REPORT-OK               VALUE "00".
009300
009400 COPY VTARLGP.
009500
009600 COPY VTACLVP.
009700
009800 COPY VTAFCHP.
009900
010000 01  VTA-SWITCHES.
010100     05  VTA-SW-FIN-USUARIOS         PIC X(01) VALUE "N".
010200         88  VTA-FIN-USUARIOS        VALUE "S".
010300     05  VTA-SW-REGRABAR             PIC X(01) VALUE "N".
010400         88  VTA-REGRABAR            VALUE "S".
010500
010600*POLITICA DE CLAVES. SE TOMA DE USRPARM; ESTOS VALORES QUEDAN SI
010700*EL ARCHIVO NO ESTA O TRAE CEROS.
010800 01  VTA-POLITICA-CLAVES.
010900     05  VTA-DIAS-CLAVE              PIC 9(03) VALUE 60.
011000     05  VTA-DIAS-SIN-USO            PIC 9(03) VALUE 90.
011100
011200 01  VTA-FECHA-NEGOCIO               PIC 9(08) VALUE ZERO.
011300
011400 01  VTA-CONTADORES.
011500     05  VTA-CANT-LEIDOS             PIC 9(07) COMP VALUE ZERO.
011600     05  VTA-CANT-REGRABADOS         PIC 9(07) COMP VALUE ZERO.
011700     05  VTA-CANT-CONVERTIDOS        PIC 9(07) COMP VALUE ZERO.
011800     05  VTA-CANT-INHABILITADOS      PIC 9(07) COMP VALUE ZERO.
011900     05  VTA-CANT-BLOQUEADOS         PIC 9(07) COMP VALUE ZERO.
012000     05  VTA-CANT-VENCIDAS           PIC 9(07) COMP VALUE ZERO.
012100
012200*LINEAS DE IMPRESION.
012300 01  VTA-LINEA-TITULO.
012400     05  FILLER                      PIC X(40)
012500         VALUE "CONTROL NOCTURNO DE USUARIOS - FECHA: ".
012600     05  VTA-LT-FECHA                PIC 9(08).
012700
012800 01  VTA-LINEA-DETALLE.
012900     05  VTA-LD-ID                   PIC X(08).
013000     05  FILLER                      PIC X(01) VALUE SPACE.
013100     05  VTA-LD-NOMBRE               PIC X(30).
013200     05  FILLER                      PIC X(01) VALUE SPACE.
013300     05  VTA-LD-ACCION               PIC X(40).
013400
013500 01  VTA-ACCION-SIN-USO.
013600     05  FILLER                      PIC X(14)
013700         VALUE "INHABILITADO: ".
013800     05  VTA-AS-DIAS                 PIC ZZ,ZZ9.
013900     05  FILLER                      PIC X(13)
014000         VALUE " DIAS SIN USO".
014100
014200 01  VTA-LINEA-TOTAL.
014300     05  VTA-LTT-TEXTO               PIC X(30).
014400     05  VTA-LTT-CANT                PIC Z,ZZZ,ZZ9.
014500
014600 PROCEDURE DIVISION.
014700
014800 0000-MAINLINE.
014900
015000     MOVE "VTA8800" TO VTA-RLP-PROGRAMA.
015100     SET VTA-RLP-INICIO TO TRUE.
015200     CALL "VTARUNLG" USING VTA-RUNLOG-PARMS.
015300
015400     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
015500
015600     PERFORM 2000-CONTROLAR-USUARIO THRU 2000-EXIT
015700         UNTIL VTA-FIN-USUARIOS.
015800
015900     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
016000
016100     PERFORM 9900-REGISTRAR-FIN THRU 9900-EXIT.
016200
016300     STOP RUN.
016400
016500 1000-INICIALIZAR.
016600
016700     PERFORM 1300-OBTENER-FECHA-NEGOCIO THRU 1300-EXIT.
016800     PERFORM 1400-LEER-POLITICA THRU 1400-EXIT.
016900
017000     OPEN OUTPUT USUARIO-REPORT-FILE.
017100
017200     OPEN I-O USUARIO-MASTER-FILE.
017300     IF NOT VTA-USRMTR-OK
017400         DISPLAY "VTA8800 - NO SE PUDO ABRIR EL MAESTRO DE "
017500                 "USUARIOS. STATUS: " VTA-USRMTR-STATUS
017600         MOVE 8 TO RETURN-CODE
017700         PERFORM 9900-REGISTRAR-FIN THRU 9900-EXIT
017800         STOP RUN
017900     END-IF.
018000
018100     OPEN EXTEND ACCESO-LOG-FILE.
018200     IF NOT VTA-ACCLOG-OK
018300         DISPLAY "VTA8800 - NO SE PUDO ABRIR EL DIARIO DE "
018400                 "ACCESOS. STATUS: " VTA-ACCLOG-STATUS
018500         MOVE 8 TO RETURN-CODE
018600         PERFORM 9900-REGISTRAR-FIN THRU 9900-EXIT
018700         STOP RUN
018800     END-IF.
018900
019000     MOVE VTA-FECHA-NEGOCIO TO VTA-LT-FECHA.
019100     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TITULO.
019200     MOVE SPACES TO VTA-REPORT-LINE.
019300     WRITE VTA-REPORT-LINE.
019400
019500     PERFORM 1100-LEER-USUARIO THRU 1100-EXIT.
019600
019700 1000-EXIT.
019800     EXIT.
019900
020000 1100-LEER-USUARIO.
020100
020200     READ USUARIO-MASTER-FILE NEXT
020300         AT END
020400             SET VTA-FIN-USUARIOS TO TRUE
020500             GO TO 1100-EXIT
020600     END-READ.
020700
020800     ADD 1 TO VTA-CANT-LEIDOS.
020900
021000 1100-EXIT.
021100     EXIT.
021200
021300 1300-OBTENER-FECHA-NEGOCIO.
021400
021500     MOVE ZERO TO VTA-FECHA-NEGOCIO.
021600
021700     OPEN INPUT FECHA-PARM-FILE.
021800     IF VTA-FPRM-OK
021900         READ FECHA-PARM-FILE
022000             AT END
022100                 CONTINUE
022200         END-READ
022300         IF VTA-FPRM-OK AND VTA-FPRM-FECHA > 0
022400             MOVE VTA-FPRM-FECHA TO VTA-FECHA-NEGOCIO
022500         END-IF
022600         CLOSE FECHA-PARM-FILE
022700     END-IF.
022800
022900     IF VTA-FECHA-NEGOCIO = ZERO
023000         ACCEPT VTA-FECHA-NEGOCIO FROM DATE YYYYMMDD
023100         DISPLAY "VTA8800 - AVISO: SIN FECHA DE NEGOCIO "
023200                 "(FECHAPRM). SE USA LA FECHA DEL SISTEMA."
023300     END-IF.
023400
023500 1300-EXIT.
023600     EXIT.
023700
023800 1400-LEER-POLITICA.
023900
024000     OPEN INPUT USUARIO-PARM-FILE.
024100
024200     IF NOT VTA-UPARM-OK
024300         GO TO 1400-EXIT
024400     END-IF.
024500
024600     READ USUARIO-PARM-FILE
024700         AT END
024800             CLOSE USUARIO-PARM-FILE
024900             GO TO 1400-EXIT
025000     END-READ.
025100
025200     IF VTA-UPR-DIAS-CLAVE IS NUMERIC
025300        AND VTA-UPR-DIAS-CLAVE > ZERO
025400         MOVE VTA-UPR-DIAS-CLAVE TO VTA-DIAS-CLAVE
025500     END-IF.
025600
025700     IF VTA-UPR-DIAS-SIN-USO IS NUMERIC
025800        AND VTA-UPR-DIAS-SIN-USO > ZERO
025900         MOVE VTA-UPR-DIAS-SIN-USO TO VTA-DIAS-SIN-USO
026000     END-IF.
026100
026200     CLOSE USUARIO-PARM-FILE.
026300
026400 1400-EXIT.
026500     EXIT.
026600
026700******************************************************************
026800*2000-CONTROLAR-USUARIO: COMPLETA LOS CAMPOS DE CONTROL QUE
026900*FALTEN, CONVIERTE LA CLAVE EN TEXTO PLANO, INHABILITA POR FALTA
027000*DE USO E INFORMA BLOQUEADOS Y CLAVES VENCIDAS. EL USUARIO SE
027100*REGRABA SOLO SI CAMBIO ALGO.
027200******************************************************************
027300 2000-CONTROLAR-USUARIO.
027400
027500     MOVE "N" TO VTA-SW-REGRABAR.
027600
027700     PERFORM 2100-COMPLETAR-CONTROL THRU 2100-EXIT.
027800
027900     IF VTA-USR-CLAVE NOT = SPACES
028000         PERFORM 2200-CONVERTIR-CLAVE THRU 2200-EXIT
028100     END-IF.
028200
028300     IF VTA-USR-ACTIVO
028400         PERFORM 2300-VER-SIN-USO THRU 2300-EXIT
028500     END-IF.
028600
028700     IF VTA-USR-ACTIVO
028800         PERFORM 2400-VER-VENCIMIENTO THRU 2400-EXIT
028900     END-IF.
029000
029100     IF VTA-USR-BLOQUEADO
029200         MOVE "BLOQUEADO POR INTENTOS FALLIDOS" TO VTA-LD-ACCION
029300         PERFORM 8000-LINEA-DETALLE THRU 8000-EXIT
029400         ADD 1 TO VTA-CANT-BLOQUEADOS
029500     END-IF.
029600
029700     IF VTA-REGRABAR
029800         REWRITE VTA-USUARIO-RECORD
029900             INVALID KEY
030000                 DISPLAY "VTA8800 - NO SE PUDO REGRABAR "
030100                         VTA-USR-ID ". STATUS: " VTA-USRMTR-STATUS
030200                 MOVE 8 TO RETURN-CODE
030300         END-REWRITE
030400         IF VTA-USRMTR-OK
030500             ADD 1 TO VTA-CANT-REGRABADOS
030600         END-IF
030700     END-IF.
030800
030900     PERFORM 1100-LEER-USUARIO THRU 1100-EXIT.
031000
031100 2000-EXIT.
031200     EXIT.
031300
031400******************************************************************
031500*2100-COMPLETAR-CONTROL: LOS USUARIOS GRABADOS ANTES DE QUE EL
031600*MAESTRO LLEVARA LOS CAMPOS DE CONTROL LOS TIENEN EN BLANCO. LAS
031700*FECHAS ARRANCAN HOY: LOS DIAS SIN USO Y LA VIGENCIA DE LA CLAVE
031800*SE CUENTAN DESDE ESTE CONTROL.
031900******************************************************************
032000 2100-COMPLETAR-CONTROL.
032100
032200     IF VTA-USR-CLAVE-HASH IS NOT NUMERIC
032300         MOVE ZERO TO VTA-USR-CLAVE-HASH
032400         SET VTA-REGRABAR TO TRUE
032500     END-IF.
032600
032700     IF VTA-USR-FECHA-CLAVE IS NOT NUMERIC
032800        OR VTA-USR-FECHA-CLAVE = ZERO
032900         MOVE VTA-FECHA-NEGOCIO TO VTA-USR-FECHA-CLAVE
033000         SET VTA-REGRABAR TO TRUE
033100     END-IF.
033200
033300     IF VTA-USR-ULT-LOGON IS NOT NUMERIC
033400        OR VTA-USR-ULT-LOGON = ZERO
033500         MOVE VTA-FECHA-NEGOCIO TO VTA-USR-ULT-LOGON
033600         SET VTA-REGRABAR TO TRUE
033700     END-IF.
033800
033900     IF VTA-USR-INTENTOS IS NOT NUMERIC
034000         MOVE ZERO TO VTA-USR-INTENTOS
034100         SET VTA-REGRABAR TO TRUE
034200     END-IF.
034300
034400     IF VTA-USR-CAMBIO-CLAVE NOT = "S"
034500        AND VTA-USR-CAMBIO-CLAVE NOT = "N"
034600         MOVE "N" TO VTA-USR-CAMBIO-CLAVE
034700         SET VTA-REGRABAR TO TRUE
034800     END-IF.
034900
035000 2100-EXIT.
035100     EXIT.
035200
035300******************************************************************
035400*2200-CONVERTIR-CLAVE: GUARDA EL HASH DE LA CLAVE EN TEXTO PLANO Y
035500*LA BORRA. EL USUARIO SIGUE ENTRANDO CON LA MISMA CLAVE, PERO SE
035600*LE PIDE EL CAMBIO: UNA CLAVE QUE ESTUVO EN TEXTO PLANO SE DA POR
035700*CONOCIDA.
035800******************************************************************
035900 2200-CONVERTIR-CLAVE.
036000
036100     MOVE VTA-USR-ID    TO VTA-CLV-USUARIO.
036200     MOVE VTA-USR-CLAVE TO VTA-CLV-CLAVE.
036300     CALL "VTACLAVE" USING VTA-CLAVE-PARMS.
036400     MOVE SPACES TO VTA-CLV-CLAVE.
036500
036600     MOVE VTA-CLV-HASH TO VTA-USR-CLAVE-HASH.
036700     MOVE SPACES       TO VTA-USR-CLAVE.
036800     MOVE "S"          TO VTA-USR-CAMBIO-CLAVE.
036900     SET VTA-REGRABAR TO TRUE.
037000
037100     MOVE "CLAVE CONVERTIDA A HASH" TO VTA-LD-ACCION.
037200     PERFORM 8000-LINEA-DETALLE THRU 8000-EXIT.
037300     ADD 1 TO VTA-CANT-CONVERTIDOS.
037400
037500 2200-EXIT.
037600     EXIT.
037700
037800 2300-VER-SIN-USO.
037900
038000     SET VTA-FCH-DIFERENCIA TO TRUE.
038100     MOVE VTA-USR-ULT-LOGON TO VTA-FCH-FECHA-1.
038200     MOVE VTA-FECHA-NEGOCIO TO VTA-FCH-FECHA-2.
038300     CALL "VTAFECHA" USING VTA-FECHA-PARMS.
038400
038500     IF VTA-FCH-ERROR
038600        OR VTA-FCH-DIAS < VTA-DIAS-SIN-USO
038700         GO TO 2300-EXIT
038800     END-IF.
038900
039000     SET VTA-USR-INHABILITADO TO TRUE.
039100     SET VTA-REGRABAR TO TRUE.
039200
039300     MOVE VTA-FCH-DIAS TO VTA-AS-DIAS.
039400     MOVE VTA-ACCION-SIN-USO TO VTA-LD-ACCION.
039500     PERFORM 8000-LINEA-DETALLE THRU 8000-EXIT.
039600     ADD 1 TO VTA-CANT-INHABILITADOS.
039700
039800     MOVE SPACES TO VTA-ACCESO-RECORD.
039900     ACCEPT VTA-ACC-FECHA FROM DATE YYYYMMDD.
040000     ACCEPT VTA-ACC-HORA FROM TIME.
040100     MOVE "VTA8800"  TO VTA-ACC-PROGRAMA.
040200     SET VTA-ACC-INHABILITACION TO TRUE.
040300     MOVE VTA-USR-ID TO VTA-ACC-AFECTADO.
040400     WRITE VTA-ACCESO-RECORD.
040500
040600 2300-EXIT.
040700     EXIT.
040800
040900 2400-VER-VENCIMIENTO.
041000
041100     IF VTA-USR-DEBE-CAMBIAR
041200         GO TO 2400-EXIT
041300     END-IF.
041400
041500     SET VTA-FCH-DIFERENCIA TO TRUE.
041600     MOVE VTA-USR-FECHA-CLAVE TO VTA-FCH-FECHA-1.
041700     MOVE VTA-FECHA-NEGOCIO   TO VTA-FCH-FECHA-2.
041800     CALL "VTAFECHA" USING VTA-FECHA-PARMS.
041900
042000     IF VTA-FCH-OK
042100        AND VTA-FCH-DIAS >= VTA-DIAS-CLAVE
042200         MOVE "CLAVE VENCIDA: CAMBIO AL INGRESAR" TO VTA-LD-ACCION
042300         PERFORM 8000-LINEA-DETALLE THRU 8000-EXIT
042400         ADD 1 TO VTA-CANT-VENCIDAS
042500     END-IF.
042600
042700 2400-EXIT.
042800     EXIT.
042900
043000 8000-LINEA-DETALLE.
043100
043200     MOVE VTA-USR-ID     TO VTA-LD-ID.
043300     MOVE VTA-USR-NOMBRE TO VTA-LD-NOMBRE.
043400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-DETALLE.
043500
043600 8000-EXIT.
043700     EXIT.
043800
043900 9000-FINALIZAR.
044000
044100     MOVE SPACES TO VTA-REPORT-LINE.
044200     WRITE VTA-REPORT-LINE.
044300
044400     MOVE "USUARIOS LEIDOS:" TO VTA-LTT-TEXTO.
044500     MOVE VTA-CANT-LEIDOS TO VTA-LTT-CANT.
044600     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
044700
044800     MOVE "CLAVES CONVERTIDAS A HASH:" TO VTA-LTT-TEXTO.
044900     MOVE VTA-CANT-CONVERTIDOS TO VTA-LTT-CANT.
045000     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
045100
045200     MOVE "INHABILITADOS POR FALTA DE USO:" TO VTA-LTT-TEXTO.
045300     MOVE VTA-CANT-INHABILITADOS TO VTA-LTT-CANT.
045400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
045500
045600     MOVE "BLOQUEADOS:" TO VTA-LTT-TEXTO.
045700     MOVE VTA-CANT-BLOQUEADOS TO VTA-LTT-CANT.
045800     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
045900
046000     MOVE "CLAVES VENCIDAS:" TO VTA-LTT-TEXTO.
046100     MOVE VTA-CANT-VENCIDAS TO VTA-LTT-CANT.
046200     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL.
046300
046400     CLOSE USUARIO-MASTER-FILE.
046500     CLOSE ACCESO-LOG-FILE.
046600     CLOSE USUARIO-REPORT-FILE.
046700
046800     DISPLAY "VTA8800 - USUARIOS: " VTA-CANT-LEIDOS
046900             " INHABILITADOS: " VTA-CANT-INHABILITADOS
047000             " CONVERTIDOS: " VTA-CANT-CONVERTIDOS.
047100
047200 9000-EXIT.
047300     EXIT.
047400
047500 9900-REGISTRAR-FIN.
047600
047700     SET VTA-RLP-FIN TO TRUE.
047800     MOVE VTA-FECHA-NEGOCIO TO VTA-RLP-FECHA-NEG.
047900     MOVE VTA-CANT-LEIDOS TO VTA-RLP-REG-ENTRADA.
048000     MOVE VTA-CANT-REGRABADOS TO VTA-RLP-REG-SALIDA.
048100     MOVE RETURN-CODE TO VTA-RLP-RC.
048200     CALL "VTARUNLG" USING VTA-RUNLOG-PARMS.
048300
048400 9900-EXIT.
048500     EXIT.
048600
048700 END PROGRAM VTA8800.

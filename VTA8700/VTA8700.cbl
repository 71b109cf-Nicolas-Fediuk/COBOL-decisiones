000100******************************************************************
000200*ADMINISTRACION DE USUARIOS. PANTALLA DE CONSOLA (MISMO ESTILO QUE
000300*VTA8300) SOBRE EL MAESTRO DE USUARIOS (USUARIOS, LAYOUT VTAUSR),
000400*SOLO PARA SUPERVISORES. PERMITE:
000500*  - DAR DE ALTA UN USUARIO CON SU ROL, SU AREA Y UNA CLAVE
000600*    PROVISORIA QUE EL USUARIO DEBE CAMBIAR EN SU PRIMER INGRESO;
000700*  - CONSULTAR UN USUARIO O LISTARLOS TODOS;
000800*  - MODIFICAR EL NOMBRE, EL ROL O EL AREA;
000900*  - DESBLOQUEAR UN USUARIO (BLOQUEADO POR INTENTOS FALLIDOS,
001000*    INHABILITADO POR FALTA DE USO O DADO DE BAJA) CON UNA CLAVE
001100*    PROVISORIA NUEVA, QUE TAMBIEN SIRVE PARA BLANQUEAR LA CLAVE
001200*    DE UN USUARIO QUE LA OLVIDO;
001300*  - DAR DE BAJA UN USUARIO (EL REGISTRO QUEDA PARA AUDITORIA).
001400*UN SUPERVISOR NO PUEDE MODIFICAR, DESBLOQUEAR NI DAR DE BAJA SU
001500*PROPIO USUARIO. LA CLAVE PROVISORIA SE GUARDA SOLO COMO HASH
001600*(VTACLAVE). CADA CAMBIO QUEDA EN EL DIARIO DE ACCESOS (ACCESLOG)
001700*CON EL SUPERVISOR QUE LO HIZO Y EL USUARIO AFECTADO.
001800******************************************************************
001900*MODIFICACIONES:
002000*2026-10-15 NF  PROGRAMA ORIGINAL.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. VTA8700.
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
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS VTA-USR-ID
003600         FILE STATUS IS VTA-USRMTR-STATUS.
003700
003800     SELECT OPTIONAL USUARIO-PARM-FILE ASSIGN TO "USRPARM"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS VTA-UPARM-STATUS.
004100
004200     SELECT OPTIONAL ACCESO-LOG-FILE ASSIGN TO "ACCESLOG"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS VTA-ACCLOG-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  USUARIO-MASTER-FILE
004900     RECORDING MODE IS F.
005000     COPY VTAUSR.
005100
005200 FD  USUARIO-PARM-FILE
005300     RECORDING MODE IS F.
005400     COPY VTAUPRM.
005500
005600 FD  ACCESO-LOG-FILE
005700     RECORDING MODE IS F.
005800     COPY VTAACCL.
005900
006000 WORKING-STORAGE SECTION.
006100
006200 COPY VTALGNP.
006300
006400 COPY VTACLVP.
006500
006600 01  VTA-USRMTR-STATUS               PIC X(02).
006700     88  VTA-USRMTR-OK               VALUE "00".
006800
006900 01  VTA-UPARM-STATUS                PIC X(02).
007000     88  VTA-UPARM-OK                VALUE "00".
007100
007200 01  VTA-ACCLOG-STATUS               PIC X(02).
007300     88  VTA-ACCLOG-OK               VALUE "00" "05".
007400
007500 01  VTA-SWITCHES.
007600     05  VTA-SW-SALIR                PIC X(01) VALUE "N".
007700         88  VTA-SALIR               VALUE "S".
007800     05  VTA-SW-USR-HALLADO          PIC X(01) VALUE "N".
007900         88  VTA-USR-HALLADO         VALUE "S".
008000     05  VTA-SW-CLAVE-VALIDA         PIC X(01) VALUE "N".
008100         88  VTA-CLAVE-VALIDA        VALUE "S".
008200     05  VTA-SW-FIN-USUARIOS         PIC X(01) VALUE "N".
008300         88  VTA-FIN-USUARIOS        VALUE "S".
008400
008500 01  VTA-OPCION-MENU                 PIC 9(01).
008600 01  VTA-RESPUESTA                   PIC X(01).
008700 01  VTA-ENTRADA-TEXTO               PIC X(40).
008800 01  VTA-ENTRADA-CLAVE               PIC X(08).
008900 01  VTA-ENTRADA-REPETIDA            PIC X(08).
009000
009100 01  VTA-FECHA-HOY                   PIC 9(08).
009200 01  VTA-RESULTADO-ACCESO            PIC X(01).
009300 01  VTA-LARGO-CLAVE                 PIC 9(02) COMP.
009400 01  VTA-CANT-LISTADOS               PIC 9(05) COMP.
009500
009600*LARGO MINIMO DE LA CLAVE (USRPARM); EL MISMO QUE EXIGE VTALOGON.
009700 01  VTA-LARGO-MINIMO                PIC 9(01) VALUE 6.
009800
009900 01  VTA-LINEA-USUARIO.
010000     05  VTA-LU-ID                   PIC X(08).
010100     05  FILLER                      PIC X(01) VALUE SPACE.
010200     05  VTA-LU-NOMBRE               PIC X(30).
010300     05  FILLER                      PIC X(06) VALUE " ROL: ".
010400     05  VTA-LU-ROL                  PIC X(01).
010500     05  FILLER                      PIC X(09) VALUE " ESTADO: ".
010600     05  VTA-LU-ESTADO               PIC X(01).
010700     05  FILLER                      PIC X(07) VALUE " AREA: ".
010800     05  VTA-LU-AREA                 PIC X(03).
010900
011000 01  VTA-LINEA-CONTROL.
011100     05  FILLER                      PIC X(14)
011200         VALUE "ULTIMO INGRESO".
011300     05  FILLER                      PIC X(02) VALUE ": ".
011400     05  VTA-LC-ULT-LOGON            PIC X(08).
011500     05  FILLER                      PIC X(15)
011600         VALUE "  CAMBIO CLAVE:".
011700     05  FILLER                      PIC X(01) VALUE SPACE.
011800     05  VTA-LC-FECHA-CLAVE          PIC X(08).
011900     05  FILLER                      PIC X(11) VALUE "  FALLOS: ".
012000     05  VTA-LC-INTENTOS             PIC X(01).
012100     05  FILLER                      PIC X(11) VALUE " CAMBIAR: ".
012200     05  VTA-LC-CAMBIO               PIC X(01).
012300
012400 PROCEDURE DIVISION.
012500
012600 0000-MAINLINE.
012700
012800     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
012900
013000     PERFORM 2000-MENU THRU 2000-EXIT
013100         UNTIL VTA-SALIR.
013200
013300     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
013400
013500     STOP RUN.
013600
013700 1000-INICIALIZAR.
013800
013900     DISPLAY "ADMINISTRACION DE USUARIOS".
014000
014100     MOVE "VTA8700" TO VTA-LGN-PROGRAMA.
014200     CALL "VTALOGON" USING VTA-LOGON-PARMS.
014300     IF VTA-LGN-ERROR
014400         MOVE 8 TO RETURN-CODE
014500         STOP RUN
014600     END-IF.
014700
014800     IF NOT VTA-LGN-ROL-SUPER
014900         DISPLAY "LA ADMINISTRACION DE USUARIOS REQUIERE ROL DE "
015000                 "SUPERVISOR."
015100         MOVE 8 TO RETURN-CODE
015200         STOP RUN
015300     END-IF.
015400
015500     ACCEPT VTA-FECHA-HOY FROM DATE YYYYMMDD.
015600
015700     PERFORM 1100-LEER-POLITICA THRU 1100-EXIT.
015800
015900     OPEN I-O USUARIO-MASTER-FILE.
016000     IF NOT VTA-USRMTR-OK
016100         DISPLAY "NO SE PUDO ABRIR USUARIO-MASTER-FILE. "
016200                 "ESTADO: " VTA-USRMTR-STATUS
016300         MOVE 8 TO RETURN-CODE
016400         STOP RUN
016500     END-IF.
016600
016700     OPEN EXTEND ACCESO-LOG-FILE.
016800     IF NOT VTA-ACCLOG-OK
016900         DISPLAY "NO SE PUDO ABRIR ACCESO-LOG-FILE. "
017000                 "ESTADO: " VTA-ACCLOG-STATUS
017100         CLOSE USUARIO-MASTER-FILE
017200         MOVE 8 TO RETURN-CODE
017300         STOP RUN
017400     END-IF.
017500
017600 1000-EXIT.
017700     EXIT.
017800
017900 1100-LEER-POLITICA.
018000
018100     OPEN INPUT USUARIO-PARM-FILE.
018200
018300     IF NOT VTA-UPARM-OK
018400         GO TO 1100-EXIT
018500     END-IF.
018600
018700     READ USUARIO-PARM-FILE
018800         AT END
018900             CLOSE USUARIO-PARM-FILE
019000             GO TO 1100-EXIT
019100     END-READ.
019200
019300     IF VTA-UPR-LARGO-MINIMO IS NUMERIC
019400        AND VTA-UPR-LARGO-MINIMO > ZERO
019500         MOVE VTA-UPR-LARGO-MINIMO TO VTA-LARGO-MINIMO
019600     END-IF.
019700
019800     CLOSE USUARIO-PARM-FILE.
019900
020000 1100-EXIT.
020100     EXIT.
020200
020300 2000-MENU.
020400
020500     DISPLAY " ".
020600     DISPLAY "ADMINISTRACION DE USUARIOS".
020700     DISPLAY "1 - ALTA DE USUARIO".
020800     DISPLAY "2 - CONSULTAR UN USUARIO".
020900     DISPLAY "3 - MODIFICAR NOMBRE, ROL O AREA".
021000     DISPLAY "4 - DESBLOQUEAR / BLANQUEAR CLAVE".
021100     DISPLAY "5 - BAJA DE USUARIO".
021200     DISPLAY "6 - LISTAR USUARIOS".
021300     DISPLAY "7 - SALIR".
021400     DISPLAY "OPCION: " WITH NO ADVANCING.
021500     ACCEPT VTA-OPCION-MENU.
021600
021700     EVALUATE VTA-OPCION-MENU
021800         WHEN 1
021900             PERFORM 3000-ALTA THRU 3000-EXIT
022000         WHEN 2
022100             PERFORM 4000-CONSULTAR THRU 4000-EXIT
022200         WHEN 3
022300             PERFORM 5000-MODIFICAR THRU 5000-EXIT
022400         WHEN 4
022500             PERFORM 6000-DESBLOQUEAR THRU 6000-EXIT
022600         WHEN 5
022700             PERFORM 7000-BAJA THRU 7000-EXIT
022800         WHEN 6
022900             PERFORM 7500-LISTAR THRU 7500-EXIT
023000         WHEN 7
023100             SET VTA-SALIR TO TRUE
023200         WHEN OTHER
023300             DISPLAY "OPCION INVALIDA."
023400     END-EVALUATE.
023500
023600 2000-EXIT.
023700     EXIT.
023800
023900******************************************************************
024000*3000-ALTA: TOMA LOS DATOS DEL USUARIO NUEVO Y SU CLAVE
024100*PROVISORIA. EL USUARIO QUEDA ACTIVO, MARCADO PARA CAMBIAR LA
024200*CLAVE EN SU PRIMER INGRESO, Y CON LA FECHA DE HOY COMO ULTIMO
024300*INGRESO PARA QUE EL CONTROL NOCTURNO CUENTE LOS DIAS SIN USO
024400*DESDE EL ALTA.
024500******************************************************************
024600 3000-ALTA.
024700
024800     DISPLAY "USUARIO NUEVO: " WITH NO ADVANCING.
024900     MOVE SPACES TO VTA-ENTRADA-TEXTO.
025000     ACCEPT VTA-ENTRADA-TEXTO.
025100     IF VTA-ENTRADA-TEXTO = SPACES
025200         DISPLAY "ALTA CANCELADA."
025300         GO TO 3000-EXIT
025400     END-IF.
025500     IF VTA-ENTRADA-TEXTO (9:32) NOT = SPACES
025600         DISPLAY "EL USUARIO NO PUEDE TENER MAS DE 8 CARACTERES."
025700         GO TO 3000-EXIT
025800     END-IF.
025900
026000     MOVE VTA-ENTRADA-TEXTO (1:8) TO VTA-USR-ID.
026100     READ USUARIO-MASTER-FILE
026200         INVALID KEY
026300             CONTINUE
026400         NOT INVALID KEY
026500             DISPLAY "EL USUARIO YA EXISTE."
026600             GO TO 3000-EXIT
026700     END-READ.
026800
026900     MOVE VTA-ENTRADA-TEXTO (1:8) TO VTA-CLV-USUARIO.
027000     MOVE SPACES TO VTA-USUARIO-RECORD.
027100     MOVE VTA-CLV-USUARIO TO VTA-USR-ID.
027200
027300     DISPLAY "NOMBRE: " WITH NO ADVANCING.
027400     MOVE SPACES TO VTA-ENTRADA-TEXTO.
027500     ACCEPT VTA-ENTRADA-TEXTO.
027600     IF VTA-ENTRADA-TEXTO = SPACES
027700         DISPLAY "EL NOMBRE ES OBLIGATORIO."
027800         GO TO 3000-EXIT
027900     END-IF.
028000     MOVE VTA-ENTRADA-TEXTO (1:30) TO VTA-USR-NOMBRE.
028100
028200     DISPLAY "ROL (C/M/S): " WITH NO ADVANCING.
028300     MOVE SPACES TO VTA-ENTRADA-TEXTO.
028400     ACCEPT VTA-ENTRADA-TEXTO.
028500     MOVE VTA-ENTRADA-TEXTO (1:1) TO VTA-USR-ROL.
028600     IF NOT VTA-USR-CONSULTA
028700        AND NOT VTA-USR-MANTENIMIENTO
028800        AND NOT VTA-USR-SUPERVISOR
028900         DISPLAY "ROL INVALIDO."
029000         GO TO 3000-EXIT
029100     END-IF.
029200
029300     DISPLAY "AREA: " WITH NO ADVANCING.
029400     MOVE SPACES TO VTA-ENTRADA-TEXTO.
029500     ACCEPT VTA-ENTRADA-TEXTO.
029600     IF VTA-ENTRADA-TEXTO = SPACES
029700         DISPLAY "EL AREA ES OBLIGATORIA."
029800         GO TO 3000-EXIT
029900     END-IF.
030000     MOVE VTA-ENTRADA-TEXTO (1:3) TO VTA-USR-AREA.
030100
030200     PERFORM 3500-CLAVE-PROVISORIA THRU 3500-EXIT.
030300     IF NOT VTA-CLAVE-VALIDA
030400         DISPLAY "ALTA CANCELADA."
030500         GO TO 3000-EXIT
030600     END-IF.
030700
030800     DISPLAY "CONFIRMA EL ALTA DEL USUARIO (S/N): "
030900             WITH NO ADVANCING.
031000     ACCEPT VTA-RESPUESTA.
031100
031200     IF VTA-RESPUESTA NOT = "S" AND VTA-RESPUESTA NOT = "s"
031300         DISPLAY "ALTA CANCELADA."
031400         GO TO 3000-EXIT
031500     END-IF.
031600
031700     SET VTA-USR-ACTIVO TO TRUE.
031800     MOVE VTA-CLV-HASH  TO VTA-USR-CLAVE-HASH.
031900     MOVE SPACES        TO VTA-USR-CLAVE.
032000     MOVE VTA-FECHA-HOY TO VTA-USR-FECHA-CLAVE.
032100     MOVE "S"           TO VTA-USR-CAMBIO-CLAVE.
032200     MOVE ZERO          TO VTA-USR-INTENTOS.
032300     MOVE VTA-FECHA-HOY TO VTA-USR-ULT-LOGON.
032400
032500     WRITE VTA-USUARIO-RECORD
032600         INVALID KEY
032700             DISPLAY "NO SE PUDO GRABAR EL USUARIO. ESTADO: "
032800                     VTA-USRMTR-STATUS
032900             GO TO 3000-EXIT
033000     END-WRITE.
033100
033200     MOVE "A" TO VTA-RESULTADO-ACCESO.
033300     PERFORM 8000-GRABAR-ACCESO THRU 8000-EXIT.
033400
033500     DISPLAY "USUARIO DADO DE ALTA. DEBE CAMBIAR LA CLAVE EN SU "
033600             "PRIMER INGRESO.".
033700
033800 3000-EXIT.
033900     EXIT.
034000
034100******************************************************************
034200*3500-CLAVE-PROVISORIA: PIDE DOS VECES LA CLAVE PROVISORIA DEL
034300*USUARIO DE VTA-CLV-USUARIO, LA EXIGE DEL LARGO MINIMO Y DISTINTA
034400*DEL USUARIO, Y DEJA SU HASH EN VTA-CLV-HASH.
034500******************************************************************
034600 3500-CLAVE-PROVISORIA.
034700
034800     MOVE "N" TO VTA-SW-CLAVE-VALIDA.
034900
035000     DISPLAY "CLAVE PROVISORIA: " WITH NO ADVANCING.
035100     MOVE SPACES TO VTA-ENTRADA-CLAVE.
035200     ACCEPT VTA-ENTRADA-CLAVE.
035300
035400     DISPLAY "REPETIR CLAVE   : " WITH NO ADVANCING.
035500     MOVE SPACES TO VTA-ENTRADA-REPETIDA.
035600     ACCEPT VTA-ENTRADA-REPETIDA.
035700
035800     IF VTA-ENTRADA-CLAVE NOT = VTA-ENTRADA-REPETIDA
035900         DISPLAY "LAS DOS CLAVES NO COINCIDEN."
036000         GO TO 3500-EXIT
036100     END-IF.
036200
036300     MOVE ZERO TO VTA-LARGO-CLAVE.
036400     INSPECT VTA-ENTRADA-CLAVE TALLYING VTA-LARGO-CLAVE
036500         FOR CHARACTERS BEFORE INITIAL SPACE.
036600
036700     IF VTA-LARGO-CLAVE < VTA-LARGO-MINIMO
036800         DISPLAY "LA CLAVE DEBE TENER AL MENOS " VTA-LARGO-MINIMO
036900                 " CARACTERES, SIN BLANCOS."
037000         GO TO 3500-EXIT
037100     END-IF.
037200
037300     IF VTA-ENTRADA-CLAVE = VTA-CLV-USUARIO
037400         DISPLAY "LA CLAVE NO PUEDE SER IGUAL AL USUARIO."
037500         GO TO 3500-EXIT
037600     END-IF.
037700
037800     MOVE VTA-ENTRADA-CLAVE TO VTA-CLV-CLAVE.
037900     CALL "VTACLAVE" USING VTA-CLAVE-PARMS.
038000
038100     MOVE SPACES TO VTA-CLV-CLAVE.
038200     MOVE SPACES TO VTA-ENTRADA-CLAVE.
038300     MOVE SPACES TO VTA-ENTRADA-REPETIDA.
038400
038500     SET VTA-CLAVE-VALIDA TO TRUE.
038600
038700 3500-EXIT.
038800     EXIT.
038900
039000******************************************************************
039100*3600-CAPTURAR-USUARIO: PIDE UN USUARIO EXISTENTE Y LO LEE.
039200******************************************************************
039300 3600-CAPTURAR-USUARIO.
039400
039500     MOVE "N" TO VTA-SW-USR-HALLADO.
039600
039700     DISPLAY "USUARIO: " WITH NO ADVANCING.
039800     MOVE SPACES TO VTA-ENTRADA-TEXTO.
039900     ACCEPT VTA-ENTRADA-TEXTO.
040000     IF VTA-ENTRADA-TEXTO = SPACES
040100         GO TO 3600-EXIT
040200     END-IF.
040300
040400     MOVE VTA-ENTRADA-TEXTO (1:8) TO VTA-USR-ID.
040500     READ USUARIO-MASTER-FILE
040600         INVALID KEY
040700             DISPLAY "NO EXISTE EL USUARIO."
040800             GO TO 3600-EXIT
040900     END-READ.
041000
041100     SET VTA-USR-HALLADO TO TRUE.
041200
041300 3600-EXIT.
041400     EXIT.
041500
041600 3700-MOSTRAR-USUARIO.
041700
041800     MOVE VTA-USR-ID           TO VTA-LU-ID.
041900     MOVE VTA-USR-NOMBRE       TO VTA-LU-NOMBRE.
042000     MOVE VTA-USR-ROL          TO VTA-LU-ROL.
042100     MOVE VTA-USR-ESTADO       TO VTA-LU-ESTADO.
042200     MOVE VTA-USR-AREA         TO VTA-LU-AREA.
042300     DISPLAY VTA-LINEA-USUARIO.
042400
042500     MOVE VTA-USR-ULT-LOGON    TO VTA-LC-ULT-LOGON.
042600     MOVE VTA-USR-FECHA-CLAVE  TO VTA-LC-FECHA-CLAVE.
042700     MOVE VTA-USR-INTENTOS     TO VTA-LC-INTENTOS.
042800     MOVE VTA-USR-CAMBIO-CLAVE TO VTA-LC-CAMBIO.
042900     DISPLAY VTA-LINEA-CONTROL.
043000
043100 3700-EXIT.
043200     EXIT.
043300
043400******************************************************************
043500*3800-VER-PROPIO: UN SUPERVISOR NO PUEDE TOCAR SU PROPIO USUARIO;
043600*ESO LO HACE OTRO SUPERVISOR. DEJA VTA-USR-HALLADO EN "N".
043700******************************************************************
043800 3800-VER-PROPIO.
043900
044000     IF VTA-USR-ID = VTA-LGN-USUARIO
044100         DISPLAY "NO PUEDE MODIFICAR SU PROPIO USUARIO: PEDIRLO "
044200                 "A OTRO SUPERVISOR."
044300         MOVE "N" TO VTA-SW-USR-HALLADO
044400     END-IF.
044500
044600 3800-EXIT.
044700     EXIT.
044800
044900 4000-CONSULTAR.
045000
045100     PERFORM 3600-CAPTURAR-USUARIO THRU 3600-EXIT.
045200
045300     IF VTA-USR-HALLADO
045400         PERFORM 3700-MOSTRAR-USUARIO THRU 3700-EXIT
045500     END-IF.
045600
045700 4000-EXIT.
045800     EXIT.
045900
046000******************************************************************
046100*5000-MODIFICAR: CAMBIA NOMBRE, ROL O AREA. UN DATO EN BLANCO
046200*QUEDA COMO ESTABA.
046300******************************************************************
046400 5000-MODIFICAR.
046500
046600     PERFORM 3600-CAPTURAR-USUARIO THRU 3600-EXIT.
046700     IF VTA-USR-HALLADO
046800         PERFORM 3800-VER-PROPIO THRU 3800-EXIT
046900     END-IF.
047000     IF NOT VTA-USR-HALLADO
047100         GO TO 5000-EXIT
047200     END-IF.
047300
047400     PERFORM 3700-MOSTRAR-USUARIO THRU 3700-EXIT.
047500
047600     DISPLAY "NOMBRE (BLANCO=SIN CAMBIO): " WITH NO ADVANCING.
047700     MOVE SPACES TO VTA-ENTRADA-TEXTO.
047800     ACCEPT VTA-ENTRADA-TEXTO.
047900     IF VTA-ENTRADA-TEXTO NOT = SPACES
048000         MOVE VTA-ENTRADA-TEXTO (1:30) TO VTA-USR-NOMBRE
048100     END-IF.
048200
048300     DISPLAY "ROL C/M/S (BLANCO=SIN CAMBIO): " WITH NO ADVANCING.
048400     MOVE SPACES TO VTA-ENTRADA-TEXTO.
048500     ACCEPT VTA-ENTRADA-TEXTO.
048600     IF VTA-ENTRADA-TEXTO NOT = SPACES
048700         IF VTA-ENTRADA-TEXTO (1:1) NOT = "C"
048800            AND VTA-ENTRADA-TEXTO (1:1) NOT = "M"
048900            AND VTA-ENTRADA-TEXTO (1:1) NOT = "S"
049000             DISPLAY "ROL INVALIDO. MODIFICACION CANCELADA."
049100             GO TO 5000-EXIT
049200         END-IF
049300         MOVE VTA-ENTRADA-TEXTO (1:1) TO VTA-USR-ROL
049400     END-IF.
049500
049600     DISPLAY "AREA (BLANCO=SIN CAMBIO): " WITH NO ADVANCING.
049700     MOVE SPACES TO VTA-ENTRADA-TEXTO.
049800     ACCEPT VTA-ENTRADA-TEXTO.
049900     IF VTA-ENTRADA-TEXTO NOT = SPACES
050000         MOVE VTA-ENTRADA-TEXTO (1:3) TO VTA-USR-AREA
050100     END-IF.
050200
050300     DISPLAY "CONFIRMA LA MODIFICACION (S/N): " WITH NO ADVANCING.
050400     ACCEPT VTA-RESPUESTA.
050500
050600     IF VTA-RESPUESTA NOT = "S" AND VTA-RESPUESTA NOT = "s"
050700         DISPLAY "MODIFICACION CANCELADA."
050800         GO TO 5000-EXIT
050900     END-IF.
051000
051100     PERFORM 8100-REGRABAR-USUARIO THRU 8100-EXIT.
051200     IF NOT VTA-USRMTR-OK
051300         GO TO 5000-EXIT
051400     END-IF.
051500
051600     MOVE "M" TO VTA-RESULTADO-ACCESO.
051700     PERFORM 8000-GRABAR-ACCESO THRU 8000-EXIT.
051800
051900     DISPLAY "USUARIO MODIFICADO.".
052000
052100 5000-EXIT.
052200     EXIT.
052300
052400******************************************************************
052500*6000-DESBLOQUEAR: DEJA EL USUARIO ACTIVO CON UNA CLAVE PROVISORIA
052600*NUEVA, LOS FALLOS EN CERO Y MARCADO PARA CAMBIAR LA CLAVE. LA
052700*FECHA DE ULTIMO INGRESO PASA A HOY PARA QUE EL CONTROL NOCTURNO
052800*NO LO VUELVA A INHABILITAR ANTES DE QUE INGRESE.
052900******************************************************************
053000 6000-DESBLOQUEAR.
053100
053200     PERFORM 3600-CAPTURAR-USUARIO THRU 3600-EXIT.
053300     IF VTA-USR-HALLADO
053400         PERFORM 3800-VER-PROPIO THRU 3800-EXIT
053500     END-IF.
053600     IF NOT VTA-USR-HALLADO
053700         GO TO 6000-EXIT
053800     END-IF.
053900
054000     PERFORM 3700-MOSTRAR-USUARIO THRU 3700-EXIT.
054100
054200     IF VTA-USR-BAJA
054300         DISPLAY "ATENCION: EL USUARIO ESTA DADO DE BAJA Y "
054400                 "QUEDARA ACTIVO."
054500     END-IF.
054600
054700     MOVE VTA-USR-ID TO VTA-CLV-USUARIO.
054800     PERFORM 3500-CLAVE-PROVISORIA THRU 3500-EXIT.
054900     IF NOT VTA-CLAVE-VALIDA
055000         DISPLAY "OPERACION CANCELADA."
055100         GO TO 6000-EXIT
055200     END-IF.
055300
055400     DISPLAY "CONFIRMA EL DESBLOQUEO (S/N): " WITH NO ADVANCING.
055500     ACCEPT VTA-RESPUESTA.
055600
055700     IF VTA-RESPUESTA NOT = "S" AND VTA-RESPUESTA NOT = "s"
055800         DISPLAY "OPERACION CANCELADA."
055900         GO TO 6000-EXIT
056000     END-IF.
056100
056200     SET VTA-USR-ACTIVO TO TRUE.
056300     MOVE VTA-CLV-HASH  TO VTA-USR-CLAVE-HASH.
056400     MOVE SPACES        TO VTA-USR-CLAVE.
056500     MOVE VTA-FECHA-HOY TO VTA-USR-FECHA-CLAVE.
056600     MOVE "S"           TO VTA-USR-CAMBIO-CLAVE.
056700     MOVE ZERO          TO VTA-USR-INTENTOS.
056800     MOVE VTA-FECHA-HOY TO VTA-USR-ULT-LOGON.
056900
057000     PERFORM 8100-REGRABAR-USUARIO THRU 8100-EXIT.
057100     IF NOT VTA-USRMTR-OK
057200         GO TO 6000-EXIT
057300     END-IF.
057400
057500     MOVE "D" TO VTA-RESULTADO-ACCESO.
057600     PERFORM 8000-GRABAR-ACCESO THRU 8000-EXIT.
057700
057800     DISPLAY "USUARIO DESBLOQUEADO. DEBE CAMBIAR LA CLAVE AL "
057900             "INGRESAR.".
058000
058100 6000-EXIT.
058200     EXIT.
058300
058400 7000-BAJA.
058500
058600     PERFORM 3600-CAPTURAR-USUARIO THRU 3600-EXIT.
058700     IF VTA-USR-HALLADO
058800         PERFORM 3800-VER-PROPIO THRU 3800-EXIT
058900     END-IF.
059000     IF NOT VTA-USR-HALLADO
059100         GO TO 7000-EXIT
059200     END-IF.
059300
059400     PERFORM 3700-MOSTRAR-USUARIO THRU 3700-EXIT.
059500
059600     IF VTA-USR-BAJA
059700         DISPLAY "EL USUARIO YA ESTA DADO DE BAJA."
059800         GO TO 7000-EXIT
059900     END-IF.
060000
060100     DISPLAY "CONFIRMA LA BAJA DEL USUARIO (S/N): "
060200             WITH NO ADVANCING.
060300     ACCEPT VTA-RESPUESTA.
060400
060500     IF VTA-RESPUESTA NOT = "S" AND VTA-RESPUESTA NOT = "s"
060600         DISPLAY "BAJA CANCELADA."
060700         GO TO 7000-EXIT
060800     END-IF.
060900
061000     SET VTA-USR-BAJA TO TRUE.
061100
061200     PERFORM 8100-REGRABAR-USUARIO THRU 8100-EXIT.
061300     IF NOT VTA-USRMTR-OK
061400         GO TO 7000-EXIT
061500     END-IF.
061600
061700     MOVE "B" TO VTA-RESULTADO-ACCESO.
061800     PERFORM 8000-GRABAR-ACCESO THRU 8000-EXIT.
061900
062000     DISPLAY "USUARIO DADO DE BAJA.".
062100
062200 7000-EXIT.
062300     EXIT.
062400
062500 7500-LISTAR.
062600
062700     MOVE ZERO TO VTA-CANT-LISTADOS.
062800     MOVE "N"  TO VTA-SW-FIN-USUARIOS.
062900     MOVE LOW-VALUES TO VTA-USR-ID.
063000
063100     START USUARIO-MASTER-FILE KEY >= VTA-USR-ID
063200         INVALID KEY
063300             SET VTA-FIN-USUARIOS TO TRUE
063400     END-START.
063500
063600     PERFORM 7600-LEER-USUARIO THRU 7600-EXIT
063700         UNTIL VTA-FIN-USUARIOS.
063800
063900     DISPLAY "USUARIOS: " VTA-CANT-LISTADOS.
064000
064100 7500-EXIT.
064200     EXIT.
064300
064400 7600-LEER-USUARIO.
064500
064600     READ USUARIO-MASTER-FILE NEXT
064700         AT END
064800             SET VTA-FIN-USUARIOS TO TRUE
064900             GO TO 7600-EXIT
065000     END-READ.
065100
065200     DISPLAY " ".
065300     PERFORM 3700-MOSTRAR-USUARIO THRU 3700-EXIT.
065400     ADD 1 TO VTA-CANT-LISTADOS.
065500
065600 7600-EXIT.
065700     EXIT.
065800
065900******************************************************************
066000*8000-GRABAR-ACCESO: DEJA EL CAMBIO EN EL DIARIO DE ACCESOS CON EL
066100*SUPERVISOR QUE LO HIZO Y EL USUARIO AFECTADO.
066200******************************************************************
066300 8000-GRABAR-ACCESO.
066400
066500     MOVE SPACES TO VTA-ACCESO-RECORD.
066600     ACCEPT VTA-ACC-FECHA FROM DATE YYYYMMDD.
066700     ACCEPT VTA-ACC-HORA FROM TIME.
066800     MOVE VTA-LGN-USUARIO      TO VTA-ACC-USUARIO.
066900     MOVE "VTA8700"            TO VTA-ACC-PROGRAMA.
067000     MOVE VTA-RESULTADO-ACCESO TO VTA-ACC-RESULTADO.
067100     MOVE VTA-USR-ID           TO VTA-ACC-AFECTADO.
067200
067300     WRITE VTA-ACCESO-RECORD.
067400
067500 8000-EXIT.
067600     EXIT.
067700
067800 8100-REGRABAR-USUARIO.
067900
068000     REWRITE VTA-USUARIO-RECORD
068100         INVALID KEY
068200             DISPLAY "NO SE PUDO REGRABAR EL USUARIO. ESTADO: "
068300                     VTA-USRMTR-STATUS
068400     END-REWRITE.
068500
068600 8100-EXIT.
068700     EXIT.
068800
068900 9000-FINALIZAR.
069000
069100     CLOSE USUARIO-MASTER-FILE.
069200     CLOSE ACCESO-LOG-FILE.
069300
069400 9000-EXIT.
069500     EXIT.
069600
069700 END PROGRAM VTA8700.

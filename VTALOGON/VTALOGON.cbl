001000*LLAMADOR NO DEBE MOSTRAR EL MENU. EL USUARIO DEVUELTO ES EL
001100*QUE LOS LLAMADORES FIRMAN EN SUS REGISTROS DE HISTORIAL, EN
001200*LUGAR DEL QUE EL OPERADOR TIPEABA A VOLUNTAD.
001209*LA CLAVE SE COMPARA POR SU HASH (SUBPROGRAMA VTACLAVE); SOLO LOS
001218*USUARIOS QUE TODAVIA TIENEN LA CLAVE EN TEXTO PLANO SE COMPARAN
001227*CONTRA ELLA, Y ESOS DEBEN CAMBIARLA AL INGRESAR. LOS INGRESOS
001236*FALLIDOS SE CUENTAN EN EL MAESTRO (VTA-USR-INTENTOS), NO SOLO EN
001245*LA SESION: AL LLEGAR AL MAXIMO DE USRPARM EL USUARIO QUEDA
001254*BLOQUEADO ("L") HASTA QUE UN SUPERVISOR LO DESBLOQUEE (VTA8700).
001263*UNA CLAVE VENCIDA (MAS DIAS QUE LOS DE USRPARM DESDE EL ULTIMO
001272*CAMBIO) O MARCADA PARA CAMBIAR SE CAMBIA ANTES DE DEJAR
001281*INGRESAR. CADA INTENTO QUEDA EN EL DIARIO DE ACCESOS (ACCESLOG)
001290*CON EL PROGRAMA LLAMADOR Y EL RESULTADO.
001300******************************************************************
001400*MODIFICACIONES:
001500*2026-09-01 NF  PROGRAMA ORIGINAL.
001516*2026-10-15 NF  CLAVE POR HASH (VTACLAVE), CAMBIO OBLIGATORIO
001533*               DE CLAVE EN EL PRIMER INGRESO Y AL VENCER,
001550*               CONTADOR DE FALLOS EN EL MAESTRO CON BLOQUEO DEL
001566*               USUARIO, FECHA DE ULTIMO INGRESO Y DIARIO DE
001583*               ACCESOS (ACCESLOG).
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. VTALOGON.
003000         RECORD KEY IS VTA-USR-ID
003100         FILE STATUS IS VTA-USRMTR-STATUS.
003200
003211     SELECT OPTIONAL USUARIO-PARM-FILE ASSIGN TO "USRPARM"
003222         ORGANIZATION IS SEQUENTIAL
003233         FILE STATUS IS VTA-UPARM-STATUS.
003244
003255     SELECT OPTIONAL ACCESO-LOG-FILE ASSIGN TO "ACCESLOG"
003266         ORGANIZATION IS SEQUENTIAL
003277         FILE STATUS IS VTA-ACCLOG-STATUS.
003288
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  USUARIO-MASTER-FILE
003600     RECORDING MODE IS F.
003700     COPY VTAUSR.
003800
003811 FD  USUARIO-PARM-FILE
003822     RECORDING MODE IS F.
003833     COPY VTAUPRM.
003844
003855 FD  ACCESO-LOG-FILE
003866     RECORDING MODE IS F.
003877     COPY VTAACCL.
003888
003900 WORKING-STORAGE SECTION.
004000
004100 01  VTA-USRMTR-STATUS               PIC X(02).
004200     88  VTA-USRMTR-OK               VALUE "00".
004214
004228 01  VTA-UPARM-STATUS                PIC X(02).
004242     88  VTA-UPARM-OK                VALUE "00".
004257
004271 01  VTA-ACCLOG-STATUS               PIC X(02).
004285     88  VTA-ACCLOG-OK               VALUE "00" "05".
004300
004400 01  VTA-SW-AUTENTICADO              PIC X(01) VALUE "N".
004500     88  VTA-AUTENTICADO             VALUE "S".
004700 01  VTA-SW-USR-EXISTE               PIC X(01) VALUE "N".
004800     88  VTA-USR-EXISTE              VALUE "S".
004900
004907 01  VTA-SW-CLAVE-OK                 PIC X(01) VALUE "N".
004915     88  VTA-CLAVE-OK                VALUE "S".
004923
004930 01  VTA-SW-PEDIR-CAMBIO             PIC X(01) VALUE "N".
004938     88  VTA-PEDIR-CAMBIO            VALUE "S".
004946
004953 01  VTA-SW-CLAVE-CAMBIADA           PIC X(01) VALUE "N".
004961     88  VTA-CLAVE-CAMBIADA          VALUE "S".
004969
004976 01  VTA-SW-CORTAR                   PIC X(01) VALUE "N".
004984     88  VTA-CORTAR                  VALUE "S".
004992
005000 01  VTA-INTENTO                     PIC 9(01).
005050 01  VTA-INTENTO-CAMBIO              PIC 9(01).
005100
005200 01  VTA-ENTRADA-USUARIO             PIC X(08).
005300 01  VTA-ENTRADA-CLAVE               PIC X(08).
005305 01  VTA-ENTRADA-NUEVA               PIC X(08).
005310 01  VTA-ENTRADA-REPETIDA            PIC X(08).
005315
005321*POLITICA DE CLAVES. SE TOMA DE USRPARM; ESTOS VALORES QUEDAN SI
005326*EL ARCHIVO NO ESTA O TRAE CEROS.
005331 01  VTA-POLITICA-CLAVES.
005336     05  VTA-DIAS-CLAVE              PIC 9(03) VALUE 60.
005342     05  VTA-MAX-INTENTOS            PIC 9(01) VALUE 3.
005347     05  VTA-LARGO-MINIMO            PIC 9(01) VALUE 6.
005352
005357 01  VTA-FECHA-HOY                   PIC 9(08).
005363 01  VTA-RESULTADO-ACCESO            PIC X(01).
005368 01  VTA-LARGO-CLAVE                 PIC 9(02) COMP.
005373 01  VTA-CANT-DIGITOS                PIC 9(02) COMP.
005378
005384 COPY VTACLVP.
005389
005394 COPY VTAFCHP.
005400
005500 LINKAGE SECTION.
005600 COPY VTALGNP.
006300     MOVE SPACE  TO VTA-LGN-ROL.
006400     SET VTA-LGN-ERROR TO TRUE.
006500     MOVE "N" TO VTA-SW-AUTENTICADO.
006550     MOVE "N" TO VTA-SW-CORTAR.
006600
006640     PERFORM 0100-LEER-POLITICA THRU 0100-EXIT.
006680     ACCEPT VTA-FECHA-HOY FROM DATE YYYYMMDD.
006720
006760     OPEN I-O USUARIO-MASTER-FILE.
006800
006900     IF NOT VTA-USRMTR-OK
007000         DISPLAY "VTALOGON - NO SE PUDO ABRIR EL MAESTRO DE "
007200         GOBACK
007300     END-IF.
007400
007410     OPEN EXTEND ACCESO-LOG-FILE.
007420
007430     IF NOT VTA-ACCLOG-OK
007440         DISPLAY "VTALOGON - NO SE PUDO ABRIR EL DIARIO DE "
007450                 "ACCESOS. ESTADO: " VTA-ACCLOG-STATUS
007460         CLOSE USUARIO-MASTER-FILE
007470         GOBACK
007480     END-IF.
007490
007500     PERFORM 1000-UN-INTENTO THRU 1000-EXIT
007600         VARYING VTA-INTENTO FROM 1 BY 1
007700         UNTIL VTA-INTENTO > 3
007766            OR VTA-AUTENTICADO
007833            OR VTA-CORTAR.
007900
008000     CLOSE USUARIO-MASTER-FILE.
008050     CLOSE ACCESO-LOG-FILE.
008100
008400     IF NOT VTA-AUTENTICADO
008700         DISPLAY "VTALOGON - ACCESO DENEGADO."
008800     END-IF.
008900
009000     GOBACK.
009002
009005 0100-LEER-POLITICA.
009008
009011     OPEN INPUT USUARIO-PARM-FILE.
009014
009017     IF NOT VTA-UPARM-OK
009020         GO TO 0100-EXIT
009022     END-IF.
009025
009028     READ USUARIO-PARM-FILE
009031         AT END
009034             CLOSE USUARIO-PARM-FILE
009037             GO TO 0100-EXIT
009040     END-READ.
009042
009045     IF VTA-UPR-DIAS-CLAVE IS NUMERIC
009048        AND VTA-UPR-DIAS-CLAVE > ZERO
009051         MOVE VTA-UPR-DIAS-CLAVE TO VTA-DIAS-CLAVE
009054     END-IF.
009057
009060     IF VTA-UPR-MAX-INTENTOS IS NUMERIC
009062        AND VTA-UPR-MAX-INTENTOS > ZERO
009065         MOVE VTA-UPR-MAX-INTENTOS TO VTA-MAX-INTENTOS
009068     END-IF.
009071
009074     IF VTA-UPR-LARGO-MINIMO IS NUMERIC
009077        AND VTA-UPR-LARGO-MINIMO > ZERO
009080         MOVE VTA-UPR-LARGO-MINIMO TO VTA-LARGO-MINIMO
009082     END-IF.
009085
009088     CLOSE USUARIO-PARM-FILE.
009091
009094 0100-EXIT.
009097     EXIT.
009100
009200 1000-UN-INTENTO.
009300
010800             SET VTA-USR-EXISTE TO TRUE
010900     END-READ.
011000
011133*EL MENSAJE ES EL MISMO PARA USUARIO INEXISTENTE O CLAVE MALA,
011266*PARA NO REGALAR CUALES USUARIOS EXISTEN.
011400     IF NOT VTA-USR-EXISTE
011533         MOVE "N" TO VTA-RESULTADO-ACCESO
011666         PERFORM 8000-GRABAR-ACCESO THRU 8000-EXIT
011800         DISPLAY "USUARIO O CLAVE INCORRECTOS."
011850         GO TO 1000-EXIT
011900     END-IF.
011901
011903     PERFORM 1100-VERIFICAR-CLAVE THRU 1100-EXIT.
011905
011907     IF NOT VTA-CLAVE-OK
011909         PERFORM 1200-REGISTRAR-FALLO THRU 1200-EXIT
011911         DISPLAY "USUARIO O CLAVE INCORRECTOS."
011912         GO TO 1000-EXIT
011914     END-IF.
011916
011918*CON LA CLAVE CORRECTA YA SE PUEDE DECIR POR QUE NO INGRESA.
011920     IF NOT VTA-USR-ACTIVO
011922         MOVE "R" TO VTA-RESULTADO-ACCESO
011924         PERFORM 8000-GRABAR-ACCESO THRU 8000-EXIT
011925         EVALUATE TRUE
011927             WHEN VTA-USR-BLOQUEADO
011929                 DISPLAY "USUARIO BLOQUEADO POR INTENTOS "
011931                         "FALLIDOS."
011933             WHEN VTA-USR-INHABILITADO
011935                 DISPLAY "USUARIO INHABILITADO POR FALTA "
011937                         "DE USO."
011938             WHEN OTHER
011940                 DISPLAY "USUARIO DADO DE BAJA."
011942         END-EVALUATE
011944         DISPLAY "PEDIR LA REHABILITACION A UN SUPERVISOR."
011946         SET VTA-CORTAR TO TRUE
011948         GO TO 1000-EXIT
011950     END-IF.
011951
011953     PERFORM 1300-VER-VENCIMIENTO THRU 1300-EXIT.
011955
011957     IF VTA-PEDIR-CAMBIO
011959         PERFORM 1400-CAMBIAR-CLAVE THRU 1400-EXIT
011961         IF NOT VTA-CLAVE-CAMBIADA
011962             MOVE "R" TO VTA-RESULTADO-ACCESO
011964             PERFORM 8000-GRABAR-ACCESO THRU 8000-EXIT
011966             DISPLAY "SIN CAMBIAR LA CLAVE NO SE PUEDE INGRESAR."
011968             SET VTA-CORTAR TO TRUE
011970             GO TO 1000-EXIT
011972         END-IF
011974     END-IF.
011975
011977     MOVE ZERO          TO VTA-USR-INTENTOS.
011979     MOVE VTA-FECHA-HOY TO VTA-USR-ULT-LOGON.
011981     MOVE VTA-USR-ID    TO VTA-LGN-USUARIO.
011983     MOVE VTA-USR-ROL   TO VTA-LGN-ROL.
011985
011987     PERFORM 8100-REGRABAR-USUARIO THRU 8100-EXIT.
011988
011990     MOVE "S" TO VTA-RESULTADO-ACCESO.
011992     PERFORM 8000-GRABAR-ACCESO THRU 8000-EXIT.
011994
011996     SET VTA-LGN-OK TO TRUE.
011998     SET VTA-AUTENTICADO TO TRUE.
012000
012100 1000-EXIT.
012200     EXIT.
012300
012400******************************************************************
012500*1100-VERIFICAR-CLAVE: COMPARA LA CLAVE TIPEADA. UN USUARIO QUE
012600*TODAVIA TIENE LA CLAVE EN TEXTO PLANO (ANTERIOR AL HASH Y AUN NO
012700*CONVERTIDO POR EL CONTROL NOCTURNO) SE COMPARA CONTRA ELLA; LOS
012800*DEMAS, POR EL HASH DE LA CLAVE TIPEADA CON SU USUARIO.
012900******************************************************************
013000 1100-VERIFICAR-CLAVE.
013100
013200     MOVE "N" TO VTA-SW-CLAVE-OK.
013300
013400     IF VTA-USR-CLAVE NOT = SPACES
013500         IF VTA-ENTRADA-CLAVE = VTA-USR-CLAVE
013600             SET VTA-CLAVE-OK TO TRUE
013700         END-IF
013800         GO TO 1100-EXIT
013900     END-IF.
014000
014100     MOVE VTA-USR-ID        TO VTA-CLV-USUARIO.
014200     MOVE VTA-ENTRADA-CLAVE TO VTA-CLV-CLAVE.
014300     CALL "VTACLAVE" USING VTA-CLAVE-PARMS.
014400     MOVE SPACES TO VTA-CLV-CLAVE.
014500
014600     IF VTA-CLV-HASH = VTA-USR-CLAVE-HASH
014700         SET VTA-CLAVE-OK TO TRUE
014800     END-IF.
014900
015000 1100-EXIT.
015100     EXIT.
015200
015300******************************************************************
015400*1200-REGISTRAR-FALLO: SUMA EL FALLO AL CONTADOR DEL USUARIO EN EL
015500*MAESTRO. AL LLEGAR AL MAXIMO DE LA POLITICA EL USUARIO QUEDA
015600*BLOQUEADO Y EL INTENTO SE REGISTRA COMO "L". A UN USUARIO QUE NO
015700*ESTA ACTIVO NO SE LE CUENTAN FALLOS.
015800******************************************************************
015900 1200-REGISTRAR-FALLO.
016000
016100     MOVE "N" TO VTA-RESULTADO-ACCESO.
016200
016300     IF NOT VTA-USR-ACTIVO
016400         PERFORM 8000-GRABAR-ACCESO THRU 8000-EXIT
016500         GO TO 1200-EXIT
016600     END-IF.
016700
016800     IF VTA-USR-INTENTOS IS NOT NUMERIC
016900         MOVE ZERO TO VTA-USR-INTENTOS
017000     END-IF.
017100
017200     ADD 1 TO VTA-USR-INTENTOS.
017300
017400     IF VTA-USR-INTENTOS >= VTA-MAX-INTENTOS
017500         SET VTA-USR-BLOQUEADO TO TRUE
017600         MOVE "L" TO VTA-RESULTADO-ACCESO
017700     END-IF.
017800
017900     PERFORM 8100-REGRABAR-USUARIO THRU 8100-EXIT.
018000     PERFORM 8000-GRABAR-ACCESO THRU 8000-EXIT.
018100
018200 1200-EXIT.
018300     EXIT.
018400
018500******************************************************************
018600*1300-VER-VENCIMIENTO: LA CLAVE SE DEBE CAMBIAR SI TODAVIA ESTA EN
018700*TEXTO PLANO, SI EL SUPERVISOR LA DEJO MARCADA (ALTA O BLANQUEO),
018800*SI NO TIENE FECHA DE CAMBIO O SI PASARON LOS DIAS DE VIGENCIA.
018900******************************************************************
019000 1300-VER-VENCIMIENTO.
019100
019200     MOVE "N" TO VTA-SW-PEDIR-CAMBIO.
019300
019400     IF VTA-USR-CLAVE NOT = SPACES
019500        OR VTA-USR-DEBE-CAMBIAR
019600        OR VTA-USR-FECHA-CLAVE IS NOT NUMERIC
019700        OR VTA-USR-FECHA-CLAVE = ZERO
019800         DISPLAY "DEBE CAMBIAR SU CLAVE ANTES DE INGRESAR."
019900         SET VTA-PEDIR-CAMBIO TO TRUE
020000         GO TO 1300-EXIT
020100     END-IF.
020200
020300     SET VTA-FCH-DIFERENCIA TO TRUE.
020400     MOVE VTA-USR-FECHA-CLAVE TO VTA-FCH-FECHA-1.
020500     MOVE VTA-FECHA-HOY       TO VTA-FCH-FECHA-2.
020600     CALL "VTAFECHA" USING VTA-FECHA-PARMS.
020700
020800     IF VTA-FCH-ERROR
020900        OR VTA-FCH-DIAS >= VTA-DIAS-CLAVE
021000         DISPLAY "SU CLAVE VENCIO. DEBE CAMBIARLA PARA INGRESAR."
021100         SET VTA-PEDIR-CAMBIO TO TRUE
021200     END-IF.
021300
021400 1300-EXIT.
021500     EXIT.
021600
021700 1400-CAMBIAR-CLAVE.
021800
021900     MOVE "N" TO VTA-SW-CLAVE-CAMBIADA.
022000
022100     PERFORM 1410-PEDIR-CLAVE-NUEVA THRU 1410-EXIT
022200         VARYING VTA-INTENTO-CAMBIO FROM 1 BY 1
022300         UNTIL VTA-INTENTO-CAMBIO > 3
022400            OR VTA-CLAVE-CAMBIADA.
022500
022600 1400-EXIT.
022700     EXIT.
022800
022900******************************************************************
023000*1410-PEDIR-CLAVE-NUEVA: PIDE LA CLAVE NUEVA DOS VECES Y LA EXIGE
023100*DEL LARGO MINIMO DE LA POLITICA, SIN BLANCOS, CON LETRAS Y
023200*NUMEROS, DISTINTA DEL USUARIO Y DE LA CLAVE ACTUAL. SI ES
023300*VALIDA GUARDA SU HASH, BORRA LA CLAVE EN TEXTO PLANO Y FECHA EL
023400*CAMBIO; EL USUARIO SE REGRABA AL COMPLETAR EL INGRESO.
023500******************************************************************
023600 1410-PEDIR-CLAVE-NUEVA.
023700
023800     DISPLAY "CLAVE NUEVA  : " WITH NO ADVANCING.
023900     MOVE SPACES TO VTA-ENTRADA-NUEVA.
024000     ACCEPT VTA-ENTRADA-NUEVA.
024100
024200     DISPLAY "REPETIR CLAVE: " WITH NO ADVANCING.
024300     MOVE SPACES TO VTA-ENTRADA-REPETIDA.
024400     ACCEPT VTA-ENTRADA-REPETIDA.
024500
024600     IF VTA-ENTRADA-NUEVA NOT = VTA-ENTRADA-REPETIDA
024700         DISPLAY "LAS DOS CLAVES NO COINCIDEN."
024800         GO TO 1410-EXIT
024900     END-IF.
025000
025100     MOVE ZERO TO VTA-LARGO-CLAVE.
025200     INSPECT VTA-ENTRADA-NUEVA TALLYING VTA-LARGO-CLAVE
025300         FOR CHARACTERS BEFORE INITIAL SPACE.
025400
025500     IF VTA-LARGO-CLAVE < VTA-LARGO-MINIMO
025600         DISPLAY "LA CLAVE DEBE TENER AL MENOS " VTA-LARGO-MINIMO
025700                 " CARACTERES, SIN BLANCOS."
025800         GO TO 1410-EXIT
025900     END-IF.
026000
026100     MOVE ZERO TO VTA-CANT-DIGITOS.
026200     INSPECT VTA-ENTRADA-NUEVA TALLYING VTA-CANT-DIGITOS
026300         FOR ALL "0" "1" "2" "3" "4" "5" "6" "7" "8" "9".
026400
026500     IF VTA-CANT-DIGITOS = ZERO
026600        OR VTA-CANT-DIGITOS = VTA-LARGO-CLAVE
026700         DISPLAY "LA CLAVE DEBE COMBINAR LETRAS Y NUMEROS."
026800         GO TO 1410-EXIT
026900     END-IF.
027000
027100     IF VTA-ENTRADA-NUEVA = VTA-USR-ID
027200         DISPLAY "LA CLAVE NO PUEDE SER IGUAL AL USUARIO."
027300         GO TO 1410-EXIT
027400     END-IF.
027500
027600     IF VTA-ENTRADA-NUEVA = VTA-ENTRADA-CLAVE
027700         DISPLAY "LA CLAVE NUEVA DEBE SER DISTINTA DE LA ACTUAL."
027800         GO TO 1410-EXIT
027900     END-IF.
028000
028100     MOVE VTA-USR-ID        TO VTA-CLV-USUARIO.
028200     MOVE VTA-ENTRADA-NUEVA TO VTA-CLV-CLAVE.
028300     CALL "VTACLAVE" USING VTA-CLAVE-PARMS.
028400
028500     MOVE VTA-CLV-HASH  TO VTA-USR-CLAVE-HASH.
028600     MOVE SPACES        TO VTA-USR-CLAVE.
028700     MOVE VTA-FECHA-HOY TO VTA-USR-FECHA-CLAVE.
028800     MOVE "N"           TO VTA-USR-CAMBIO-CLAVE.
028900
029000     MOVE SPACES TO VTA-CLV-CLAVE.
029100     MOVE SPACES TO VTA-ENTRADA-NUEVA.
029200     MOVE SPACES TO VTA-ENTRADA-REPETIDA.
029300
029400     DISPLAY "CLAVE CAMBIADA.".
029500     SET VTA-CLAVE-CAMBIADA TO TRUE.
029600
029700 1410-EXIT.
029800     EXIT.
029900
030000******************************************************************
030100*8000-GRABAR-ACCESO: DEJA EL INTENTO EN EL DIARIO DE ACCESOS CON
030200*EL USUARIO TIPEADO, EL PROGRAMA LLAMADOR Y EL RESULTADO.
030300******************************************************************
030400 8000-GRABAR-ACCESO.
030500
030600     MOVE SPACES TO VTA-ACCESO-RECORD.
030700     ACCEPT VTA-ACC-FECHA FROM DATE YYYYMMDD.
030800     ACCEPT VTA-ACC-HORA FROM TIME.
030900     MOVE VTA-ENTRADA-USUARIO  TO VTA-ACC-USUARIO.
031000     MOVE VTA-LGN-PROGRAMA     TO VTA-ACC-PROGRAMA.
031100     MOVE VTA-RESULTADO-ACCESO TO VTA-ACC-RESULTADO.
031200
031300     WRITE VTA-ACCESO-RECORD.
031400
031500 8000-EXIT.
031600     EXIT.
031700
031800 8100-REGRABAR-USUARIO.
031900
032000     REWRITE VTA-USUARIO-RECORD
032100         INVALID KEY
032200             DISPLAY "VTALOGON - NO SE PUDO REGRABAR EL USUARIO "
032300                     VTA-USR-ID ". ESTADO: " VTA-USRMTR-STATUS
032400     END-REWRITE.
032500
032600 8100-EXIT.
032700     EXIT.
032800
032900 END PROGRAM VTALOGON.

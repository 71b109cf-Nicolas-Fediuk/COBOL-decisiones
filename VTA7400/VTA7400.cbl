000100******************************************************************
000200*SEGUIMIENTO DE CASOS DE CONTRACARGO. PANTALLA DE CONSOLA PARA
000300*TESORERIA (MISMO ESTILO QUE VTA0400) SOBRE EL ARCHIVO DE CASOS
000400*QUE ABRE VTA3700 CON CADA CONTRACARGO DE LA RENDICION DEL
000500*ADQUIRENTE (CONTRCAS). EL CASO SE UBICA POR LA CLAVE DEL CUPON
000600*(FECHA DE LA VENTA, TERMINAL Y NUMERO DE AUTORIZACION) Y PERMITE:
000700*  - CONSULTARLO, CON EL TICKET ORIGINAL DEL LOG DE AUDITORIA;
000800*  - REGISTRAR LA DOCUMENTACION ENVIADA AL ADQUIRENTE;
000900*  - CORREGIR LA FECHA LIMITE DE PRESENTACION;
001000*  - VINCULARLO A MANO AL TICKET CUANDO VTA3700 NO LO ENCONTRO;
001100*  - ANOTAR EL RESULTADO (SOLO SUPERVISOR). UN CASO PERDIDO POSTEA
001200*    EN EL AUDIT-LOG-FILE EL REVERSO DE LA VENTA, IGUAL QUE
001300*    VTA0700, Y VTA0300 LLEVA LA PERDIDA AL EXTRACTO CONTABLE.
001400******************************************************************
001500*MODIFICACIONES:
001600*2026-10-15 NF  PROGRAMA ORIGINAL.
001633*2026-10-15 NF  EL REVERSO CONSERVA EL CANAL Y NIEGA EL ENVIO DE
001666*               LA VENTA WEB Y SU IVA, COMO VTA0700.
001677*2026-10-15 NF  EL LOG DE AUDITORIA PASA A 241 POSICIONES. EL
001688*               REVERSO NO MUEVE LA GIFT CARD: VA SIN NUMERO.
001692*2026-10-15 NF  INFORMA SU NOMBRE A VTALOGON (VTA-LGN-PROGRAMA)
001696*               PARA EL DIARIO DE ACCESOS.
001697*2026-10-15 NF  EL LOG DE AUDITORIA PASA A 254 POSICIONES. EL
001698*               REVERSO NIEGA LA PERCEPCION DE INGRESOS BRUTOS Y
001699*               CONSERVA SU ALICUOTA, COMO VTA0700.
001700******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. VTA7400.
002000 AUTHOR. N. FEDIUK.
002100 INSTALLATION. PERFUMERIA - SISTEMAS.
002200 DATE-WRITTEN. 2026-10-15.
002300 DATE-COMPILED. 2026-10-15.
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT CASO-CCARGO-FILE ASSIGN TO "CONTRCAS"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS RANDOM
003100         RECORD KEY IS VTA-CCS-KEY
003200         FILE STATUS IS VTA-CCS-STATUS.
003300
003400     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS VTA-AUD-KEY
003800         FILE STATUS IS VTA-AUDIT-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CASO-CCARGO-FILE
004300     RECORDING MODE IS F.
004400     COPY VTACCAS.
004500
004600 FD  AUDIT-LOG-FILE
004700     RECORDING MODE IS F.
004800     COPY VTAAUDIT.
004900
005000 WORKING-STORAGE SECTION.
005100
005200 COPY VTANUMP.
005300
005400 COPY VTAFCHP.
005500
005600 COPY VTALGNP.
005700
005800 01  VTA-CCS-STATUS                  PIC X(02).
005900     88  VTA-CCS-OK                  VALUE "00".
006000
006100 01  VTA-AUDIT-STATUS                PIC X(02).
006200     88  VTA-AUDIT-OK                VALUE "00".
006300
006400 01  VTA-SWITCHES.
006500     05  VTA-SW-SALIR                PIC X(01) VALUE "N".
006600         88  VTA-SALIR               VALUE "S".
006700     05  VTA-SW-CASO-HALLADO         PIC X(01) VALUE "N".
006800         88  VTA-CASO-HALLADO        VALUE "S".
006900     05  VTA-SW-FIN-CLAVE            PIC X(01) VALUE "N".
007000         88  VTA-FIN-CLAVE           VALUE "S".
007100     05  VTA-SW-VENTA-HALLADA        PIC X(01) VALUE "N".
007200         88  VTA-VENTA-HALLADA       VALUE "S".
007300     05  VTA-SW-REVERSADA            PIC X(01) VALUE "N".
007400         88  VTA-YA-REVERSADA        VALUE "S".
007500
007600 01  VTA-OPCION-MENU                 PIC 9(01).
007700 01  VTA-RESPUESTA                   PIC X(01).
007800 01  VTA-ENTRADA-TEXTO               PIC X(40).
007900
008000 01  VTA-FECHA-HOY                   PIC 9(08).
008100
008200 01  VTA-CLAVE-BUSCADA.
008300     05  VTA-BUSQ-FECHA              PIC 9(08).
008400     05  VTA-BUSQ-SEQ                PIC 9(06).
008500
008600*ULTIMO REGISTRO NORMAL (O CON OVERRIDE) LEIDO PARA LA CLAVE DEL
008700*TICKET; ES LA BASE SOBRE LA QUE SE ARMA EL REVERSO, COMO EN
008800*VTA0700.
008900 01  VTA-AUDIT-ORIGINAL              PIC X(254).
009000
009100 01  VTA-LINEA-CASO.
009200     05  FILLER                      PIC X(07) VALUE "VENTA: ".
009300     05  VTA-LCA-FECHA-VENTA         PIC 9(08).
009400     05  FILLER                      PIC X(01) VALUE SPACE.
009500     05  VTA-LCA-TERMINAL            PIC X(05).
009600     05  FILLER                      PIC X(08) VALUE "  AUTOR:".
009700     05  VTA-LCA-AUTORIZ             PIC X(06).
009800     05  FILLER                      PIC X(02) VALUE SPACES.
009900     05  VTA-LCA-MEDIO               PIC X(02).
010000     05  FILLER                      PIC X(01) VALUE "/".
010100     05  VTA-LCA-CUOTAS              PIC 9(02).
010200     05  FILLER                      PIC X(10) VALUE "  IMPORTE:".
010300     05  VTA-LCA-IMPORTE             PIC ZZZ,ZZZ,ZZ9.99.
010400
010500 01  VTA-LINEA-ESTADO.
010600     05  FILLER                      PIC X(08) VALUE "ESTADO: ".
010700     05  VTA-LE-ESTADO               PIC X(01).
010800     05  FILLER                      PIC X(08) VALUE "  ALTA: ".
010900     05  VTA-LE-ALTA                 PIC 9(08).
011000     05  FILLER                      PIC X(10) VALUE "  LIMITE: ".
011100     05  VTA-LE-LIMITE               PIC 9(08).
011200     05  FILLER                      PIC X(11)
011300         VALUE "  RESUELTO:".
011400     05  VTA-LE-RESOL                PIC 9(08).
011500
011600 01  VTA-LINEA-DOCUM.
011700     05  FILLER                      PIC X(07) VALUE "DOCUM: ".
011800     05  VTA-LD-FECHA                PIC 9(08).
011900     05  FILLER                      PIC X(01) VALUE SPACE.
012000     05  VTA-LD-TEXTO                PIC X(40).
012100
012200 01  VTA-LINEA-TICKET.
012300     05  FILLER                      PIC X(08) VALUE "TICKET: ".
012400     05  VTA-LT-FECHA                PIC 9(08).
012500     05  FILLER                      PIC X(01) VALUE "-".
012600     05  VTA-LT-SEQ                  PIC 9(06).
012700     05  FILLER                      PIC X(08) VALUE "  TIPO: ".
012800     05  VTA-LT-TIPO                 PIC X(01).
012900     05  FILLER                      PIC X(09) VALUE "  COBRO: ".
013000     05  VTA-LT-COBRO                PIC ZZZ,ZZ9.99-.
013100
013200 PROCEDURE DIVISION.
013300
013400 0000-MAINLINE.
013500
013600     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
013700
013800     PERFORM 2000-MENU THRU 2000-EXIT
013900         UNTIL VTA-SALIR.
014000
014100     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
014200
014300     STOP RUN.
014400
014500 1000-INICIALIZAR.
014600
014700     DISPLAY "CASOS DE CONTRACARGO".
014800
014850     MOVE "VTA7400" TO VTA-LGN-PROGRAMA.
014900     CALL "VTALOGON" USING VTA-LOGON-PARMS.
015000     IF VTA-LGN-ERROR
015100         MOVE 8 TO RETURN-CODE
015200         STOP RUN
015300     END-IF.
015400
015500     ACCEPT VTA-FECHA-HOY FROM DATE YYYYMMDD.
015600
015700     OPEN I-O CASO-CCARGO-FILE.
015800     IF NOT VTA-CCS-OK
015900         DISPLAY "NO SE PUDO ABRIR CASO-CCARGO-FILE. "
016000                 "ESTADO: " VTA-CCS-STATUS
016100         MOVE 8 TO RETURN-CODE
016200         STOP RUN
016300     END-IF.
016400
016500     OPEN I-O AUDIT-LOG-FILE.
016600     IF NOT VTA-AUDIT-OK
016700         DISPLAY "NO SE PUDO ABRIR AUDIT-LOG-FILE. "
016800                 "ESTADO: " VTA-AUDIT-STATUS
016900         CLOSE CASO-CCARGO-FILE
017000         MOVE 8 TO RETURN-CODE
017100         STOP RUN
017200     END-IF.
017300
017400 1000-EXIT.
017500     EXIT.
017600
017700 2000-MENU.
017800
017900     DISPLAY " ".
018000     DISPLAY "CASOS DE CONTRACARGO".
018100     DISPLAY "1 - CONSULTAR UN CASO".
018200     DISPLAY "2 - REGISTRAR DOCUMENTACION ENVIADA".
018300     DISPLAY "3 - CAMBIAR FECHA LIMITE".
018400     DISPLAY "4 - VINCULAR AL TICKET ORIGINAL".
018500     DISPLAY "5 - REGISTRAR RESULTADO".
018600     DISPLAY "6 - SALIR".
018700     DISPLAY "OPCION: " WITH NO ADVANCING.
018800     ACCEPT VTA-OPCION-MENU.
018900
019000     EVALUATE VTA-OPCION-MENU
019100         WHEN 1
019200             PERFORM 3000-CONSULTAR THRU 3000-EXIT
019300         WHEN 2
019400             IF VTA-LGN-ROL-CONSULTA
019500                 DISPLAY "SU ROL NO PERMITE MODIFICAR CASOS."
019600             ELSE
019700                 PERFORM 4000-DOCUMENTACION THRU 4000-EXIT
019800             END-IF
019900         WHEN 3
020000             IF VTA-LGN-ROL-CONSULTA
020100                 DISPLAY "SU ROL NO PERMITE MODIFICAR CASOS."
020200             ELSE
020300                 PERFORM 5000-FECHA-LIMITE THRU 5000-EXIT
020400             END-IF
020500         WHEN 4
020600             IF VTA-LGN-ROL-CONSULTA
020700                 DISPLAY "SU ROL NO PERMITE MODIFICAR CASOS."
020800             ELSE
020900                 PERFORM 6000-VINCULAR THRU 6000-EXIT
021000             END-IF
021100         WHEN 5
021200             IF NOT VTA-LGN-ROL-SUPER
021300                 DISPLAY "REGISTRAR EL RESULTADO REQUIERE ROL "
021400                         "DE SUPERVISOR."
021500             ELSE
021600                 PERFORM 7000-RESULTADO THRU 7000-EXIT
021700             END-IF
021800         WHEN 6
021900             SET VTA-SALIR TO TRUE
022000         WHEN OTHER
022100             DISPLAY "OPCION INVALIDA."
022200     END-EVALUATE.
022300
022400 2000-EXIT.
022500     EXIT.
022600
022700 3000-CONSULTAR.
022800
022900     PERFORM 3500-CAPTURAR-CASO THRU 3500-EXIT.
023000
023100     IF VTA-CASO-HALLADO
023200         PERFORM 3100-MOSTRAR-CASO THRU 3100-EXIT
023300     END-IF.
023400
023500 3000-EXIT.
023600     EXIT.
023700
023800******************************************************************
023900*3100-MOSTRAR-CASO: DATOS DEL CASO LEIDO Y, SI ESTA VINCULADO,
024000*LOS REGISTROS DEL TICKET EN EL LOG DE AUDITORIA (ORIGINAL Y
024100*REVERSOS).
024200******************************************************************
024300 3100-MOSTRAR-CASO.
024400
024500     MOVE VTA-CCS-FECHA-VENTA  TO VTA-LCA-FECHA-VENTA.
024600     MOVE VTA-CCS-TERMINAL-ID  TO VTA-LCA-TERMINAL.
024700     MOVE VTA-CCS-AUTORIZ-TARJ TO VTA-LCA-AUTORIZ.
024800     MOVE VTA-CCS-MEDIO-PAGO   TO VTA-LCA-MEDIO.
024900     MOVE VTA-CCS-PLAN-CUOTAS  TO VTA-LCA-CUOTAS.
025000     MOVE VTA-CCS-IMPORTE      TO VTA-LCA-IMPORTE.
025100     DISPLAY VTA-LINEA-CASO.
025200
025300     MOVE VTA-CCS-ESTADO       TO VTA-LE-ESTADO.
025400     MOVE VTA-CCS-FECHA-ALTA   TO VTA-LE-ALTA.
025500     MOVE VTA-CCS-FECHA-LIMITE TO VTA-LE-LIMITE.
025600     MOVE VTA-CCS-FECHA-RESOL  TO VTA-LE-RESOL.
025700     DISPLAY VTA-LINEA-ESTADO.
025800
025900     IF VTA-CCS-FECHA-DOCUM > ZERO
026000         MOVE VTA-CCS-FECHA-DOCUM   TO VTA-LD-FECHA
026100         MOVE VTA-CCS-DOCUMENTACION TO VTA-LD-TEXTO
026200         DISPLAY VTA-LINEA-DOCUM
026300     END-IF.
026400
026500     IF VTA-CCS-AUD-TRANS-FECHA = ZERO
026600         DISPLAY "CASO SIN VINCULAR AL TICKET ORIGINAL."
026700         GO TO 3100-EXIT
026800     END-IF.
026900
027000     MOVE VTA-CCS-AUD-TRANS-FECHA TO VTA-BUSQ-FECHA.
027100     MOVE VTA-CCS-AUD-TRANS-SEQ   TO VTA-BUSQ-SEQ.
027200     PERFORM 3700-BUSCAR-TICKET THRU 3700-EXIT.
027300
027400     IF NOT VTA-VENTA-HALLADA
027500         DISPLAY "EL TICKET VINCULADO NO ESTA EN EL LOG DE "
027600                 "AUDITORIA."
027700     END-IF.
027800
027900 3100-EXIT.
028000     EXIT.
028100
028200******************************************************************
028300*3500-CAPTURAR-CASO: PIDE LA CLAVE DEL CUPON Y LEE EL CASO.
028400******************************************************************
028500 3500-CAPTURAR-CASO.
028600
028700     MOVE "N" TO VTA-SW-CASO-HALLADO.
028800
028900     SET VTA-FCH-ENTRADA TO TRUE.
029000     MOVE "FECHA DE LA VENTA (AAAAMMDD): " TO VTA-FCH-PROMPT.
029100     CALL "VTAFECHA" USING VTA-FECHA-PARMS.
029200     MOVE VTA-FCH-FECHA-1 TO VTA-CCS-FECHA-VENTA.
029300
029400     DISPLAY "TERMINAL: " WITH NO ADVANCING.
029500     ACCEPT VTA-ENTRADA-TEXTO.
029600     MOVE VTA-ENTRADA-TEXTO (1:5) TO VTA-CCS-TERMINAL-ID.
029700
029800     DISPLAY "AUTORIZACION DEL CUPON: " WITH NO ADVANCING.
029900     ACCEPT VTA-ENTRADA-TEXTO.
030000     MOVE VTA-ENTRADA-TEXTO (1:6) TO VTA-CCS-AUTORIZ-TARJ.
030100
030200     READ CASO-CCARGO-FILE
030300         INVALID KEY
030400             DISPLAY "NO EXISTE EL CASO."
030500             GO TO 3500-EXIT
030600     END-READ.
030700
030800     SET VTA-CASO-HALLADO TO TRUE.
030900
031000 3500-EXIT.
031100     EXIT.
031200
031300******************************************************************
031400*3600-CAPTURAR-PENDIENTE: COMO 3500, PERO EL CASO DEBE ESTAR
031500*PENDIENTE (ABIERTO O CON DOCUMENTACION PRESENTADA): UN CASO
031600*RESUELTO YA NO SE MODIFICA.
031700******************************************************************
031800 3600-CAPTURAR-PENDIENTE.
031900
032000     PERFORM 3500-CAPTURAR-CASO THRU 3500-EXIT.
032100
032200     IF NOT VTA-CASO-HALLADO
032300         GO TO 3600-EXIT
032400     END-IF.
032500
032600     PERFORM 3100-MOSTRAR-CASO THRU 3100-EXIT.
032700
032800     IF NOT VTA-CCS-PENDIENTE
032900         DISPLAY "EL CASO YA ESTA RESUELTO."
033000         MOVE "N" TO VTA-SW-CASO-HALLADO
033100     END-IF.
033200
033300 3600-EXIT.
033400     EXIT.
033500
033600******************************************************************
033700*3700-BUSCAR-TICKET: SE POSICIONA EN LA CLAVE DEL TICKET (START
033800*CON TIMESTAMP EN CERO) Y LEE SUS REGISTROS, COMO VTA0700: GUARDA
033900*EL ULTIMO NORMAL U OVERRIDE COMO BASE DEL REVERSO Y MARCA SI YA
034000*HAY UN REVERSO.
034100******************************************************************
034200 3700-BUSCAR-TICKET.
034300
034400     MOVE "N" TO VTA-SW-VENTA-HALLADA.
034500     MOVE "N" TO VTA-SW-REVERSADA.
034600     MOVE "N" TO VTA-SW-FIN-CLAVE.
034700
034800     MOVE VTA-BUSQ-FECHA TO VTA-AUD-TRANS-FECHA.
034900     MOVE VTA-BUSQ-SEQ   TO VTA-AUD-TRANS-SEQ.
035000     MOVE ZERO           TO VTA-AUD-FECHA.
035100     MOVE ZERO           TO VTA-AUD-HORA.
035200
035300     START AUDIT-LOG-FILE KEY >= VTA-AUD-KEY
035400         INVALID KEY
035500             SET VTA-FIN-CLAVE TO TRUE
035600     END-START.
035700
035800     PERFORM 3710-LEER-TICKET THRU 3710-EXIT
035900         UNTIL VTA-FIN-CLAVE.
036000
036100 3700-EXIT.
036200     EXIT.
036300
036400 3710-LEER-TICKET.
036500
036600     READ AUDIT-LOG-FILE NEXT
036700         AT END
036800             SET VTA-FIN-CLAVE TO TRUE
036900             GO TO 3710-EXIT
037000     END-READ.
037100
037200     IF VTA-AUD-TRANS-FECHA NOT = VTA-BUSQ-FECHA
037300        OR VTA-AUD-TRANS-SEQ NOT = VTA-BUSQ-SEQ
037400         SET VTA-FIN-CLAVE TO TRUE
037500         GO TO 3710-EXIT
037600     END-IF.
037700
037800     MOVE VTA-AUD-TRANS-FECHA  TO VTA-LT-FECHA.
037900     MOVE VTA-AUD-TRANS-SEQ    TO VTA-LT-SEQ.
038000     MOVE VTA-AUD-TIPO-REG     TO VTA-LT-TIPO.
038100     MOVE VTA-AUD-TOTAL-COBRAR TO VTA-LT-COBRO.
038200     DISPLAY VTA-LINEA-TICKET.
038300
038400     IF VTA-AUD-REVERSO
038500         SET VTA-YA-REVERSADA TO TRUE
038600     END-IF.
038700
038800     IF VTA-AUD-NORMAL OR VTA-AUD-OVERRIDE
038900         SET VTA-VENTA-HALLADA TO TRUE
039000         MOVE VTA-AUDIT-RECORD TO VTA-AUDIT-ORIGINAL
039100     END-IF.
039200
039300 3710-EXIT.
039400     EXIT.
039500
039600******************************************************************
039700*4000-DOCUMENTACION: REGISTRA LO ENVIADO AL ADQUIRENTE PARA
039800*DISCUTIR EL CONTRACARGO; EL CASO PASA A PRESENTADO.
039900******************************************************************
040000 4000-DOCUMENTACION.
040100
040200     PERFORM 3600-CAPTURAR-PENDIENTE THRU 3600-EXIT.
040300
040400     IF NOT VTA-CASO-HALLADO
040500         GO TO 4000-EXIT
040600     END-IF.
040700
040800     DISPLAY "DOCUMENTACION ENVIADA: " WITH NO ADVANCING.
040900     ACCEPT VTA-ENTRADA-TEXTO.
041000
041100     IF VTA-ENTRADA-TEXTO = SPACES
041200         DISPLAY "SIN DESCRIPCION. NO SE REGISTRA."
041300         GO TO 4000-EXIT
041400     END-IF.
041500
041600     IF VTA-FECHA-HOY > VTA-CCS-FECHA-LIMITE
041700         DISPLAY "AVISO: LA FECHA LIMITE DE PRESENTACION YA "
041800                 "VENCIO."
041900     END-IF.
042000
042100     MOVE VTA-ENTRADA-TEXTO TO VTA-CCS-DOCUMENTACION.
042200     MOVE VTA-FECHA-HOY     TO VTA-CCS-FECHA-DOCUM.
042300     SET VTA-CCS-PRESENTADO TO TRUE.
042400     MOVE VTA-LGN-USUARIO   TO VTA-CCS-USUARIO.
042500
042600     PERFORM 8000-REGRABAR-CASO THRU 8000-EXIT.
042700
042800 4000-EXIT.
042900     EXIT.
043000
043100******************************************************************
043200*5000-FECHA-LIMITE: CORRIGE EL ULTIMO DIA DE PRESENTACION (POR
043300*EJEMPLO, CUANDO EL ADQUIRENTE CONCEDE UNA PRORROGA).
043400******************************************************************
043500 5000-FECHA-LIMITE.
043600
043700     PERFORM 3600-CAPTURAR-PENDIENTE THRU 3600-EXIT.
043800
043900     IF NOT VTA-CASO-HALLADO
044000         GO TO 5000-EXIT
044100     END-IF.
044200
044300     SET VTA-FCH-ENTRADA TO TRUE.
044400     MOVE "NUEVA FECHA LIMITE (AAAAMMDD): " TO VTA-FCH-PROMPT.
044500     CALL "VTAFECHA" USING VTA-FECHA-PARMS.
044600
044700     IF VTA-FCH-FECHA-1 < VTA-CCS-FECHA-ALTA
044800         DISPLAY "LA FECHA LIMITE NO PUEDE SER ANTERIOR AL ALTA "
044900                 "DEL CASO."
045000         GO TO 5000-EXIT
045100     END-IF.
045200
045300     MOVE VTA-FCH-FECHA-1 TO VTA-CCS-FECHA-LIMITE.
045400     MOVE VTA-LGN-USUARIO TO VTA-CCS-USUARIO.
045500
045600     PERFORM 8000-REGRABAR-CASO THRU 8000-EXIT.
045700
045800 5000-EXIT.
045900     EXIT.
046000
046100******************************************************************
046200*6000-VINCULAR: DEJA EN EL CASO LA CLAVE DEL TICKET ORIGINAL
046300*CUANDO VTA3700 NO LO ENCONTRO (POR EJEMPLO, UNA VENTA GRABADA
046400*ANTES DE QUE LA CAJA INFORMARA LA AUTORIZACION). LA CLAVE DEBE
046500*EXISTIR EN EL LOG DE AUDITORIA COMO VENTA NORMAL U OVERRIDE.
046600******************************************************************
046700 6000-VINCULAR.
046800
046900     PERFORM 3600-CAPTURAR-PENDIENTE THRU 3600-EXIT.
047000
047100     IF NOT VTA-CASO-HALLADO
047200         GO TO 6000-EXIT
047300     END-IF.
047400
047500     SET VTA-FCH-ENTRADA TO TRUE.
047600     MOVE "FECHA DEL TICKET (AAAAMMDD): " TO VTA-FCH-PROMPT.
047700     CALL "VTAFECHA" USING VTA-FECHA-PARMS.
047800     MOVE VTA-FCH-FECHA-1 TO VTA-BUSQ-FECHA.
047900
048000     MOVE "SECUENCIA DEL TICKET: " TO VTA-NUM-PROMPT.
048100     CALL "VTANUMER" USING VTA-NUMER-PARMS.
048200     MOVE VTA-NUM-VALOR TO VTA-BUSQ-SEQ.
048300
048400     PERFORM 3700-BUSCAR-TICKET THRU 3700-EXIT.
048500
048600     IF NOT VTA-VENTA-HALLADA
048700         DISPLAY "NO HAY UNA VENTA CON ESA CLAVE EN EL LOG DE "
048800                 "AUDITORIA."
048900         GO TO 6000-EXIT
049000     END-IF.
049100
049200     DISPLAY "CONFIRMA LA VINCULACION (S/N): "
049300             WITH NO ADVANCING.
049400     ACCEPT VTA-RESPUESTA.
049500
049600     IF VTA-RESPUESTA NOT = "S" AND VTA-RESPUESTA NOT = "s"
049700         DISPLAY "VINCULACION CANCELADA."
049800         GO TO 6000-EXIT
049900     END-IF.
050000
050100     MOVE VTA-BUSQ-FECHA  TO VTA-CCS-AUD-TRANS-FECHA.
050200     MOVE VTA-BUSQ-SEQ    TO VTA-CCS-AUD-TRANS-SEQ.
050300     MOVE VTA-LGN-USUARIO TO VTA-CCS-USUARIO.
050400
050500     PERFORM 8000-REGRABAR-CASO THRU 8000-EXIT.
050600
050700 6000-EXIT.
050800     EXIT.
050900
051000******************************************************************
051100*7000-RESULTADO: ANOTA SI EL CASO SE GANO (EL ADQUIRENTE DEVOLVIO
051200*EL IMPORTE) O SE PERDIO. UN CASO PERDIDO REVIERTE LA VENTA EN EL
051300*LOG DE AUDITORIA; SI EL CASO NO ESTA VINCULADO O LA VENTA YA
051400*ESTABA REVERSADA, SE REGISTRA LA PERDIDA SIN REVERSO, CON AVISO.
051500*EL REVERSO VA CON EL TIMESTAMP DE HOY, COMO EL DE VTA0700.
051600******************************************************************
051700 7000-RESULTADO.
051800
051900     PERFORM 3600-CAPTURAR-PENDIENTE THRU 3600-EXIT.
052000
052100     IF NOT VTA-CASO-HALLADO
052200         GO TO 7000-EXIT
052300     END-IF.
052400
052500     DISPLAY "RESULTADO (G GANADO / P PERDIDO): "
052600             WITH NO ADVANCING.
052700     ACCEPT VTA-RESPUESTA.
052800
052900     IF VTA-RESPUESTA = "g"
053000         MOVE "G" TO VTA-RESPUESTA
053100     END-IF.
053200     IF VTA-RESPUESTA = "p"
053300         MOVE "P" TO VTA-RESPUESTA
053400     END-IF.
053500
053600     IF VTA-RESPUESTA NOT = "G" AND VTA-RESPUESTA NOT = "P"
053700         DISPLAY "RESULTADO INVALIDO."
053800         GO TO 7000-EXIT
053900     END-IF.
054000
054100     MOVE VTA-RESPUESTA TO VTA-CCS-ESTADO.
054200
054300     IF VTA-CCS-PERDIDO
054400         DISPLAY "EL CASO PERDIDO REVIERTE LA VENTA. "
054500                 "CONFIRMA (S/N): " WITH NO ADVANCING
054600     ELSE
054700         DISPLAY "CONFIRMA EL CASO GANADO (S/N): "
054800                 WITH NO ADVANCING
054900     END-IF.
055000     ACCEPT VTA-RESPUESTA.
055100
055200     IF VTA-RESPUESTA NOT = "S" AND VTA-RESPUESTA NOT = "s"
055300         DISPLAY "RESULTADO CANCELADO."
055400         GO TO 7000-EXIT
055500     END-IF.
055600
055700     IF VTA-CCS-PERDIDO
055800         PERFORM 7100-REVERTIR-VENTA THRU 7100-EXIT
055900     END-IF.
056000
056100     MOVE VTA-FECHA-HOY   TO VTA-CCS-FECHA-RESOL.
056200     MOVE VTA-LGN-USUARIO TO VTA-CCS-USUARIO.
056300
056400     PERFORM 8000-REGRABAR-CASO THRU 8000-EXIT.
056500
056600 7000-EXIT.
056700     EXIT.
056800
056900 7100-REVERTIR-VENTA.
057000
057100     IF VTA-CCS-AUD-TRANS-FECHA = ZERO
057200         DISPLAY "AVISO: CASO SIN TICKET. SE REGISTRA LA "
057300                 "PERDIDA SIN REVERSO."
057400         GO TO 7100-EXIT
057500     END-IF.
057600
057700     MOVE VTA-CCS-AUD-TRANS-FECHA TO VTA-BUSQ-FECHA.
057800     MOVE VTA-CCS-AUD-TRANS-SEQ   TO VTA-BUSQ-SEQ.
057900     PERFORM 3700-BUSCAR-TICKET THRU 3700-EXIT.
058000
058100     IF NOT VTA-VENTA-HALLADA
058200         DISPLAY "AVISO: EL TICKET NO ESTA EN EL LOG DE "
058300                 "AUDITORIA. SE REGISTRA LA PERDIDA SIN REVERSO."
058400         GO TO 7100-EXIT
058500     END-IF.
058600
058700     IF VTA-YA-REVERSADA
058800         DISPLAY "AVISO: LA VENTA YA FUE REVERSADA ANTES. SE "
058900                 "REGISTRA LA PERDIDA SIN OTRO REVERSO."
059000         GO TO 7100-EXIT
059100     END-IF.
059200
059300     PERFORM 7200-GRABAR-REVERSO THRU 7200-EXIT.
059400
059500 7100-EXIT.
059600     EXIT.
059700
059800******************************************************************
059900*7200-GRABAR-REVERSO: MISMO REVERSO QUE 4000-GRABAR-REVERSO DE
060000*VTA0700: LA MISMA CLAVE DE TRANSACCION CON EL TIMESTAMP DE AHORA,
060100*LOS DATOS DESCRIPTIVOS DE LA VENTA ORIGINAL, LOS IMPORTES Y LA
060200*CANTIDAD NEGADOS, EL TIPO DE LA VENTA REVERTIDA EN
060300*VTA-AUD-ORIG-TIPO-REG Y EL USUARIO QUE LO POSTEO EN
060400*VTA-AUD-SUPERVISOR-ID.
060500******************************************************************
060600 7200-GRABAR-REVERSO.
060700
060800     MOVE VTA-AUDIT-ORIGINAL TO VTA-AUDIT-RECORD.
060900
061000     ACCEPT VTA-AUD-FECHA FROM DATE YYYYMMDD.
061100     ACCEPT VTA-AUD-HORA FROM TIME.
061200
061300     MOVE VTA-LGN-USUARIO (1:5)  TO VTA-AUD-TERMINAL-ID.
061400     MOVE VTA-AUD-TIPO-REG       TO VTA-AUD-ORIG-TIPO-REG.
061450     MOVE SPACES                 TO VTA-AUD-GC-NUMERO.
061500
061600     COMPUTE VTA-AUD-IMPORTE      = VTA-AUD-IMPORTE * -1.
061700     COMPUTE VTA-AUD-DESCUENTO    = VTA-AUD-DESCUENTO * -1.
061800     COMPUTE VTA-AUD-TOTAL        = VTA-AUD-TOTAL * -1.
061900     COMPUTE VTA-AUD-IVA-IMPORTE  = VTA-AUD-IVA-IMPORTE * -1.
062000     COMPUTE VTA-AUD-TOTAL-COBRAR = VTA-AUD-TOTAL-COBRAR * -1.
062100     COMPUTE VTA-AUD-CANTIDAD     = VTA-AUD-CANTIDAD * -1.
062200     COMPUTE VTA-AUD-CUPON-DESCUENTO =
062300         VTA-AUD-CUPON-DESCUENTO * -1.
062400
062500*UNA VENTA GRABADA ANTES DE LOS PLANES DE CUOTAS TRAE ESTOS
062600*CAMPOS EN BLANCO: SIN PLAN Y SIN RECARGO.
062700     IF VTA-AUD-RECARGO NOT NUMERIC
062800        OR VTA-AUD-RECARGO-IVA NOT NUMERIC
062900         MOVE ZERO               TO VTA-AUD-PLAN-CUOTAS
063000         MOVE ZERO               TO VTA-AUD-RECARGO
063100         MOVE ZERO               TO VTA-AUD-RECARGO-IVA
063200         MOVE SPACE              TO VTA-AUD-RECARGO-CAT-IVA
063300     ELSE
063400         COMPUTE VTA-AUD-RECARGO     = VTA-AUD-RECARGO * -1
063500         COMPUTE VTA-AUD-RECARGO-IVA = VTA-AUD-RECARGO-IVA * -1
063600     END-IF.
063607
063615*IDEM UNA VENTA GRABADA ANTES DE LA TIENDA WEB: VENTA DE LOCAL SIN
063623*ENVIO.
063630     IF VTA-AUD-ENVIO NOT NUMERIC
063638        OR VTA-AUD-ENVIO-IVA NOT NUMERIC
063646         MOVE SPACE              TO VTA-AUD-CANAL
063653         MOVE ZERO               TO VTA-AUD-ENVIO
063661         MOVE ZERO               TO VTA-AUD-ENVIO-IVA
063669     ELSE
063676         COMPUTE VTA-AUD-ENVIO     = VTA-AUD-ENVIO * -1
063684         COMPUTE VTA-AUD-ENVIO-IVA = VTA-AUD-ENVIO-IVA * -1
063692     END-IF.
063700
063709*IDEM UNA VENTA GRABADA ANTES DE LAS PERCEPCIONES DE INGRESOS
063718*BRUTOS: SIN PERCEPCION.
063727     IF VTA-AUD-PERC-IIBB NOT NUMERIC
063736        OR VTA-AUD-PERC-ALICUOTA NOT NUMERIC
063745         MOVE ZERO               TO VTA-AUD-PERC-IIBB
063754         MOVE ZERO               TO VTA-AUD-PERC-ALICUOTA
063763     ELSE
063772         COMPUTE VTA-AUD-PERC-IIBB = VTA-AUD-PERC-IIBB * -1
063781     END-IF.
063790
063800     MOVE ZERO                   TO VTA-AUD-PORC-ORIGINAL.
063900     MOVE VTA-LGN-USUARIO        TO VTA-AUD-SUPERVISOR-ID.
064000     MOVE SPACES                 TO VTA-AUD-AUTORIZACION.
064100     SET VTA-AUD-REVERSO         TO TRUE.
064200
064300     WRITE VTA-AUDIT-RECORD
064400         INVALID KEY
064500             DISPLAY "CLAVE DE AUDITORIA DUPLICADA. REVERSO "
064600                     "NO GRABADO."
064700         NOT INVALID KEY
064800             DISPLAY "REVERSO GRABADO."
064900     END-WRITE.
065000
065100 7200-EXIT.
065200     EXIT.
065300
065400 8000-REGRABAR-CASO.
065500
065600     REWRITE VTA-CASO-CCARGO-RECORD
065700         INVALID KEY
065800             DISPLAY "NO SE PUDO REGRABAR EL CASO. ESTADO: "
065900                     VTA-CCS-STATUS
066000         NOT INVALID KEY
066100             DISPLAY "CASO ACTUALIZADO."
066200     END-REWRITE.
066300
066400 8000-EXIT.
066500     EXIT.
066600
066700 9000-FINALIZAR.
066800
066900     CLOSE CASO-CCARGO-FILE.
067000     CLOSE AUDIT-LOG-FILE.
067100
067200 9000-EXIT.
067300     EXIT.
067400
067500 END PROGRAM VTA7400.

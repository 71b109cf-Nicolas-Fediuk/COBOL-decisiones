000100******************************************************************
000200*EMISION DE CUPONES DE CAMPANIA DE USO UNICO. MARKETING DEFINE
000300*CADA CAMPANIA EN CUPCAMP (VTACUPC): VIGENCIA, BENEFICIO
000400*PORCENTUAL O DE MONTO FIJO, CONDICIONES OPCIONALES DE PRODUCTO
000500*E IMPORTE MINIMO Y LA CANTIDAD DE CODIGOS A EMITIR. ESTE PROCESO
000600*DA DE ALTA LOS CUPONES EN EL MAESTRO CUPON-FILE (VTACUPN) COMO
000700*EMITIDOS Y LISTA LOS CODIGOS GENERADOS PARA SU DISTRIBUCION.
000800*EJERCICIO5 LOS VALIDA Y LOS CANJEA AL PROCESAR LA VENTA QUE LOS
000900*TRAE.
001000*
001100*LOS CODIGOS NO SON CORRELATIVOS: EL NUMERO DE ORDEN DEL CUPON
001200*DENTRO DE LA CAMPANIA SE TRANSFORMA CON (ORDEN * 7919 + 3571)
001300*MODULO 100000, QUE NO REPITE NUMEROS (7919 NO TIENE FACTORES EN
001400*COMUN CON 100000) PERO NO DEJA ADIVINAR EL CUPON SIGUIENTE A
001500*PARTIR DE UNO CONOCIDO. EL DIGITO VERIFICADOR (PESOS 3-1-3-1-3,
001600*MODULO 10) DETECTA UN DIGITO MAL TIPEADO EN LA CAJA.
001700*
001800*UNA CAMPANIA YA EMITIDA PUEDE RECIBIR UNA TANDA ADICIONAL: EL
001900*ORDEN CONTINUA DESDE LA CANTIDAD DE CUPONES QUE YA TIENE EN EL
002000*MAESTRO. UNA DEFINICION INVALIDA SE INFORMA EN EL LISTADO Y NO
002100*EMITE NADA (RETURN-CODE 4).
002200*CORRE A PEDIDO, FUERA DE LA CADENA NOCTURNA.
002300******************************************************************
002400*MODIFICACIONES:
002500*2026-10-15 NF  PROGRAMA ORIGINAL.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. VTA6400.
002900 AUTHOR. N. FEDIUK.
003000 INSTALLATION. PERFUMERIA - SISTEMAS.
003100 DATE-WRITTEN. 2026-10-15.
003200 DATE-COMPILED. 2026-10-15.
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CUPON-CAMP-FILE ASSIGN TO "CUPCAMP"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS VTA-CUPCAMP-STATUS.
004000
004100     SELECT CUPON-FILE ASSIGN TO "CUPONES"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS VTA-CUP-CODIGO
004500         FILE STATUS IS VTA-CUPON-STATUS.
004600
004700     SELECT CUPON-LIST-FILE ASSIGN TO "CUPLIST"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS VTA-REPORT-STATUS.
005000
005100     SELECT OPTIONAL FECHA-PARM-FILE ASSIGN TO "FECHAPRM"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS VTA-FPRM-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  CUPON-CAMP-FILE
005800     RECORDING MODE IS F.
005900     COPY VTACUPC.
006000
006100 FD  CUPON-FILE
006200     RECORDING MODE IS F.
006300     COPY VTACUPN.
006400
006500 FD  CUPON-LIST-FILE.
006600 01  VTA-REPORT-LINE                 PIC X(80).
006700
006800 FD  FECHA-PARM-FILE
006900     RECORDING MODE IS F.
007000 01  VTA-FECHA-PARM-RECORD.
007100     05  VTA-FPRM-FECHA              PIC 9(08).
007200     05  FILLER                      PIC X(72).
007300
007400 WORKING-STORAGE SECTION.
007500
007600 01  VTA-FPRM-STATUS                 PIC X(02).
007700     88  VTA-FPRM-OK                 VALUE "00".
007800
007900 01  VTA-CUPCAMP-STATUS              PIC X(02).
008000     88  VTA-CUPCAMP-OK              VALUE "00".
008100
008200 01  VTA-CUPON-STATUS                PIC X(02).
008300     88  VTA-CUPON-OK                VALUE "00".
008400
008500 01  VTA-REPORT-STATUS               PIC X(02).
008600     88  VTA-REPORT-OK               VALUE "00".
008700
008800 01  VTA-SWITCHES.
008900     05  VTA-SW-FIN-ARCHIVO          PIC X(01) VALUE "N".
009000         88  VTA-FIN-ARCHIVO         VALUE "S".
009100     05  VTA-SW-FIN-CAMPANIA         PIC X(01) VALUE "N".
009200         88  VTA-FIN-CAMPANIA        VALUE "S".
009300     05  VTA-SW-CAMP-ERROR           PIC X(01) VALUE "N".
009400         88  VTA-CAMP-ERROR          VALUE "S".
009500
009600 01  VTA-FECHA-PROCESO               PIC 9(08).
009700 01  VTA-CAMP-MOTIVO                 PIC X(40).
009800
009900*TOPE DE CUPONES POR CAMPANIA: EL NUMERO TIENE CINCO DIGITOS.
010000 77  VTA-MAX-CUPONES                 PIC 9(05) VALUE 99999.
010100
010200*CONSTANTES DE LA TRANSFORMACION DEL NUMERO DE ORDEN (VER
010300*2200-GENERAR-CUPON). EL MULTIPLICADOR ES PRIMO Y NO DIVIDE A
010400*100000, ASI QUE NINGUN NUMERO SE REPITE DENTRO DE LA CAMPANIA.
010500 77  VTA-MULTIPLICADOR               PIC 9(05) VALUE 7919.
010600 77  VTA-DESPLAZAMIENTO              PIC 9(05) VALUE 3571.
010700 77  VTA-MODULO                      PIC 9(06) VALUE 100000.
010800
010900 01  VTA-CALCULO-NUMERO.
011000     05  VTA-CUP-EXISTENTES          PIC 9(07) COMP VALUE ZERO.
011100     05  VTA-CUP-ORDEN               PIC 9(07) COMP VALUE ZERO.
011200     05  VTA-CUP-ULTIMO              PIC 9(07) COMP VALUE ZERO.
011300     05  VTA-CUP-PRODUCTO-NUM        PIC 9(11) COMP VALUE ZERO.
011400     05  VTA-CUP-COCIENTE            PIC 9(11) COMP VALUE ZERO.
011500     05  VTA-CUP-SUMA-DIGITOS        PIC 9(03) COMP VALUE ZERO.
011600     05  VTA-CUP-RESTO-DIGITO        PIC 9(03) COMP VALUE ZERO.
011700
011800*VISTA POR DIGITO DEL NUMERO DEL CUPON PARA EL DIGITO VERIFICADOR.
011900 01  VTA-NUMERO-CUPON                PIC 9(05).
012000 01  VTA-NUMERO-DIGITOS REDEFINES VTA-NUMERO-CUPON.
012100     05  VTA-ND-DIGITO               PIC 9(01) OCCURS 5 TIMES.
012200
012300 01  VTA-CONTADORES.
012400     05  VTA-CANT-CAMPANIAS          PIC 9(05) COMP VALUE ZERO.
012500     05  VTA-CANT-RECHAZADAS         PIC 9(05) COMP VALUE ZERO.
012600     05  VTA-CANT-EMITIDOS           PIC 9(07) COMP VALUE ZERO.
012700     05  VTA-CANT-EMIT-CAMP          PIC 9(07) COMP VALUE ZERO.
012800
012900*LINEAS DE IMPRESION.
013000 01  VTA-LINEA-TITULO.
013100     05  FILLER                      PIC X(05) VALUE SPACES.
013200     05  FILLER                      PIC X(38)
013300         VALUE "EMISION DE CUPONES DE CAMPANIA AL ".
013400     05  VTA-LT-FECHA                PIC 9(08).
013500
013600 01  VTA-LINEA-CAMPANIA.
013700     05  FILLER                      PIC X(10) VALUE "CAMPANIA: ".
013800     05  VTA-LC-CAMPANIA             PIC X(06).
013900     05  FILLER                      PIC X(01) VALUE SPACES.
014000     05  VTA-LC-DESCRIPCION          PIC X(20).
014100     05  FILLER                      PIC X(01) VALUE SPACES.
014200     05  VTA-LC-DESDE                PIC 9(08).
014300     05  FILLER                      PIC X(03) VALUE " A ".
014400     05  VTA-LC-HASTA                PIC 9(08).
014500     05  FILLER                      PIC X(01) VALUE SPACES.
014600     05  VTA-LC-TIPO                 PIC X(01).
014700     05  VTA-LC-VALOR                PIC Z,ZZZ,ZZ9.99.
014800
014900 01  VTA-LINEA-CUPON.
015000     05  FILLER                      PIC X(04) VALUE SPACES.
015100     05  VTA-LU-CODIGO               PIC X(12).
015200
015300 01  VTA-LINEA-RECHAZO.
015400     05  FILLER                      PIC X(04) VALUE SPACES.
015500     05  FILLER                      PIC X(12)
015600         VALUE "RECHAZADA: ".
015700     05  VTA-LR-MOTIVO               PIC X(40).
015800
015900 01  VTA-LINEA-TOTAL-CAMP.
016000     05  FILLER                      PIC X(04) VALUE SPACES.
016100     05  FILLER                      PIC X(20)
016200         VALUE "CUPONES EMITIDOS: ".
016300     05  VTA-LTC-EMITIDOS            PIC ZZ,ZZ9.
016400     05  FILLER                      PIC X(16)
016500         VALUE "  ANTERIORES: ".
016600     05  VTA-LTC-ANTERIORES          PIC ZZ,ZZ9.
016700
016800 PROCEDURE DIVISION.
016900
017000 0000-MAINLINE.
017100
017200     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
017300
017400     PERFORM 2000-PROCESAR-CAMPANIA THRU 2000-EXIT
017500         UNTIL VTA-FIN-ARCHIVO.
017600
017700     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
017800
017900     STOP RUN.
018000
018100 1000-INICIALIZAR.
018200
018300     PERFORM 1250-OBTENER-FECHA-NEGOCIO THRU 1250-EXIT.
018400
018500     OPEN INPUT CUPON-CAMP-FILE.
018600     OPEN I-O CUPON-FILE.
018700     OPEN OUTPUT CUPON-LIST-FILE.
018800
018900     IF NOT VTA-CUPCAMP-OK
019000         DISPLAY "VTA6400 - NO SE PUDO ABRIR CUPCAMP. ESTADO: "
019100                 VTA-CUPCAMP-STATUS
019200         MOVE 8 TO RETURN-CODE
019300         STOP RUN
019400     END-IF.
019500
019600     IF NOT VTA-CUPON-OK
019700         DISPLAY "VTA6400 - NO SE PUDO ABRIR CUPON-FILE. ESTADO: "
019800                 VTA-CUPON-STATUS
019900         MOVE 8 TO RETURN-CODE
020000         STOP RUN
020100     END-IF.
020200
020300     MOVE VTA-FECHA-PROCESO TO VTA-LT-FECHA.
020400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TITULO.
020500
020600     PERFORM 1100-LEER-CAMPANIA THRU 1100-EXIT.
020700
020800 1000-EXIT.
020900     EXIT.
021000
021100 1100-LEER-CAMPANIA.
021200
021300     READ CUPON-CAMP-FILE
021400         AT END
021500             SET VTA-FIN-ARCHIVO TO TRUE
021600         NOT AT END
021700             ADD 1 TO VTA-CANT-CAMPANIAS
021800     END-READ.
021900
022000 1100-EXIT.
022100     EXIT.
022200
022300******************************************************************
022400*1250-OBTENER-FECHA-NEGOCIO: LEE LA FECHA DE NEGOCIO DEL
022500*PARAMETRO FECHAPRM (EL MISMO DEL RESTO DE LA CADENA), QUE QUEDA
022600*COMO FECHA DE EMISION. SIN PARAMETRO SE USA LA FECHA DEL
022700*SISTEMA, CON AVISO.
022800******************************************************************
022900 1250-OBTENER-FECHA-NEGOCIO.
023000
023100     MOVE ZERO TO VTA-FECHA-PROCESO.
023200
023300     OPEN INPUT FECHA-PARM-FILE.
023400     IF VTA-FPRM-OK
023500         READ FECHA-PARM-FILE
023600             AT END
023700                 CONTINUE
023800         END-READ
023900         IF VTA-FPRM-OK AND VTA-FPRM-FECHA > 0
024000             MOVE VTA-FPRM-FECHA TO VTA-FECHA-PROCESO
024100         END-IF
024200         CLOSE FECHA-PARM-FILE
024300     END-IF.
024400
024500     IF VTA-FECHA-PROCESO = ZERO
024600         ACCEPT VTA-FECHA-PROCESO FROM DATE YYYYMMDD
024700         DISPLAY "VTA6400 - AVISO: SIN FECHA DE NEGOCIO "
024800                 "(FECHAPRM). SE USA LA FECHA DEL SISTEMA."
024900     END-IF.
025000
025100 1250-EXIT.
025200     EXIT.
025300
025400******************************************************************
025500*2000-PROCESAR-CAMPANIA: VALIDA LA DEFINICION, CUENTA LOS
025600*CUPONES QUE LA CAMPANIA YA TIENE EN EL MAESTRO Y EMITE LA
025700*CANTIDAD PEDIDA A CONTINUACION.
025800******************************************************************
025900 2000-PROCESAR-CAMPANIA.
026000
026100     MOVE VTA-CCA-CAMPANIA    TO VTA-LC-CAMPANIA.
026200     MOVE VTA-CCA-DESCRIPCION TO VTA-LC-DESCRIPCION.
026300     MOVE VTA-CCA-DESDE       TO VTA-LC-DESDE.
026400     MOVE VTA-CCA-HASTA       TO VTA-LC-HASTA.
026500     MOVE VTA-CCA-TIPO        TO VTA-LC-TIPO.
026600     MOVE VTA-CCA-VALOR       TO VTA-LC-VALOR.
026700     MOVE SPACES TO VTA-REPORT-LINE.
026800     WRITE VTA-REPORT-LINE.
026900     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CAMPANIA.
027000
027100     PERFORM 2050-VALIDAR-CAMPANIA THRU 2050-EXIT.
027200     IF VTA-CAMP-ERROR
027300         GO TO 2000-RECHAZO
027400     END-IF.
027500
027600     PERFORM 2100-CONTAR-EXISTENTES THRU 2100-EXIT.
027700
027800     IF VTA-CUP-EXISTENTES + VTA-CCA-CANTIDAD > VTA-MAX-CUPONES
027900         MOVE "SUPERA EL TOPE DE 99999 CUPONES"
028000                              TO VTA-CAMP-MOTIVO
028100         GO TO 2000-RECHAZO
028200     END-IF.
028300
028400     MOVE ZERO TO VTA-CANT-EMIT-CAMP.
028500     COMPUTE VTA-CUP-ULTIMO = VTA-CUP-EXISTENTES
028600                            + VTA-CCA-CANTIDAD.
028700     COMPUTE VTA-CUP-ORDEN  = VTA-CUP-EXISTENTES + 1.
028800
028900     PERFORM 2200-GENERAR-CUPON THRU 2200-EXIT
029000         UNTIL VTA-CUP-ORDEN > VTA-CUP-ULTIMO.
029100
029200     MOVE VTA-CANT-EMIT-CAMP  TO VTA-LTC-EMITIDOS.
029300     MOVE VTA-CUP-EXISTENTES  TO VTA-LTC-ANTERIORES.
029400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL-CAMP.
029500     GO TO 2000-SIGUIENTE.
029600
029700 2000-RECHAZO.
029800
029900     MOVE VTA-CAMP-MOTIVO TO VTA-LR-MOTIVO.
030000     WRITE VTA-REPORT-LINE FROM VTA-LINEA-RECHAZO.
030100     ADD 1 TO VTA-CANT-RECHAZADAS.
030200     IF RETURN-CODE < 4
030300         MOVE 4 TO RETURN-CODE
030400     END-IF.
030500
030600 2000-SIGUIENTE.
030700
030800     PERFORM 1100-LEER-CAMPANIA THRU 1100-EXIT.
030900
031000 2000-EXIT.
031100     EXIT.
031200
031300 2050-VALIDAR-CAMPANIA.
031400
031500     MOVE "N" TO VTA-SW-CAMP-ERROR.
031600
031700     EVALUATE TRUE
031800         WHEN VTA-CCA-CAMPANIA = SPACES
031900             MOVE "CAMPANIA EN BLANCO" TO VTA-CAMP-MOTIVO
032000         WHEN VTA-CCA-DESDE NOT NUMERIC
032100            OR VTA-CCA-HASTA NOT NUMERIC
032200            OR VTA-CCA-DESDE = ZERO
032300            OR VTA-CCA-DESDE > VTA-CCA-HASTA
032400             MOVE "VIGENCIA INVALIDA" TO VTA-CAMP-MOTIVO
032500         WHEN NOT VTA-CCA-PORCENTUAL
032600          AND NOT VTA-CCA-MONTO-FIJO
032700             MOVE "TIPO DISTINTO DE P/M" TO VTA-CAMP-MOTIVO
032800         WHEN VTA-CCA-VALOR NOT NUMERIC
032900            OR VTA-CCA-VALOR = ZERO
033000             MOVE "VALOR DEL BENEFICIO EN CERO"
033100                              TO VTA-CAMP-MOTIVO
033200         WHEN VTA-CCA-PORCENTUAL
033300          AND VTA-CCA-VALOR > 100
033400             MOVE "PORCENTAJE MAYOR A 100" TO VTA-CAMP-MOTIVO
033500         WHEN VTA-CCA-IMPORTE-MINIMO NOT NUMERIC
033600             MOVE "IMPORTE MINIMO INVALIDO" TO VTA-CAMP-MOTIVO
033700         WHEN VTA-CCA-CANTIDAD NOT NUMERIC
033800            OR VTA-CCA-CANTIDAD = ZERO
033900             MOVE "CANTIDAD A EMITIR EN CERO" TO VTA-CAMP-MOTIVO
034000         WHEN OTHER
034100             GO TO 2050-EXIT
034200     END-EVALUATE.
034300
034400     SET VTA-CAMP-ERROR TO TRUE.
034500
034600 2050-EXIT.
034700     EXIT.
034800
034900******************************************************************
035000*2100-CONTAR-EXISTENTES: SE POSICIONA EN EL PRIMER CUPON DE LA
035100*CAMPANIA Y CUENTA LOS QUE YA TIENE. EL ORDEN DE LA TANDA NUEVA
035200*EMPIEZA A CONTINUACION.
035300******************************************************************
035400 2100-CONTAR-EXISTENTES.
035500
035600     MOVE ZERO TO VTA-CUP-EXISTENTES.
035700     MOVE "N" TO VTA-SW-FIN-CAMPANIA.
035800
035900     MOVE VTA-CCA-CAMPANIA TO VTA-CUP-CAMPANIA.
036000     MOVE ZERO TO VTA-CUP-NUMERO.
036100     MOVE ZERO TO VTA-CUP-DIGITO.
036200     START CUPON-FILE KEY IS NOT LESS THAN VTA-CUP-CODIGO
036300         INVALID KEY
036400             GO TO 2100-EXIT
036500     END-START.
036600
036700     PERFORM 2110-LEER-EXISTENTE THRU 2110-EXIT
036800         UNTIL VTA-FIN-CAMPANIA.
036900
037000 2100-EXIT.
037100     EXIT.
037200
037300 2110-LEER-EXISTENTE.
037400
037500     READ CUPON-FILE NEXT
037600         AT END
037700             SET VTA-FIN-CAMPANIA TO TRUE
037800             GO TO 2110-EXIT
037900     END-READ.
038000
038100     IF VTA-CUP-CAMPANIA NOT = VTA-CCA-CAMPANIA
038200         SET VTA-FIN-CAMPANIA TO TRUE
038300     ELSE
038400         ADD 1 TO VTA-CUP-EXISTENTES
038500     END-IF.
038600
038700 2110-EXIT.
038800     EXIT.
038900
039000******************************************************************
039100*2200-GENERAR-CUPON: ARMA EL CODIGO DEL CUPON DE ORDEN
039200*VTA-CUP-ORDEN -- CAMPANIA, NUMERO TRANSFORMADO Y DIGITO
039300*VERIFICADOR -- Y LO DA DE ALTA COMO EMITIDO.
039400******************************************************************
039500 2200-GENERAR-CUPON.
039600
039700     COMPUTE VTA-CUP-PRODUCTO-NUM =
039800         VTA-CUP-ORDEN * VTA-MULTIPLICADOR + VTA-DESPLAZAMIENTO.
039900     DIVIDE VTA-CUP-PRODUCTO-NUM BY VTA-MODULO
040000         GIVING VTA-CUP-COCIENTE
040100         REMAINDER VTA-NUMERO-CUPON.
040200
040300     COMPUTE VTA-CUP-SUMA-DIGITOS =
040400           VTA-ND-DIGITO (1) * 3 + VTA-ND-DIGITO (2)
040500         + VTA-ND-DIGITO (3) * 3 + VTA-ND-DIGITO (4)
040600         + VTA-ND-DIGITO (5) * 3.
040700     DIVIDE VTA-CUP-SUMA-DIGITOS BY 10
040800         GIVING VTA-CUP-COCIENTE
040900         REMAINDER VTA-CUP-RESTO-DIGITO.
041000
041100     MOVE SPACES               TO VTA-CUPON-RECORD.
041200     MOVE VTA-CCA-CAMPANIA     TO VTA-CUP-CAMPANIA.
041300     MOVE VTA-NUMERO-CUPON     TO VTA-CUP-NUMERO.
041400     IF VTA-CUP-RESTO-DIGITO = ZERO
041500         MOVE ZERO             TO VTA-CUP-DIGITO
041600     ELSE
041700         COMPUTE VTA-CUP-DIGITO = 10 - VTA-CUP-RESTO-DIGITO
041800     END-IF.
041900     MOVE VTA-CCA-DESCRIPCION  TO VTA-CUP-DESCRIPCION.
042000     MOVE VTA-CCA-DESDE        TO VTA-CUP-DESDE.
042100     MOVE VTA-CCA-HASTA        TO VTA-CUP-HASTA.
042200     MOVE VTA-CCA-TIPO         TO VTA-CUP-TIPO.
042300     MOVE VTA-CCA-VALOR        TO VTA-CUP-VALOR.
042400     MOVE VTA-CCA-PRODUCTO     TO VTA-CUP-PRODUCTO.
042500     MOVE VTA-CCA-IMPORTE-MINIMO
042600                               TO VTA-CUP-IMPORTE-MINIMO.
042700     MOVE VTA-FECHA-PROCESO    TO VTA-CUP-FECHA-EMISION.
042800     SET VTA-CUP-EMITIDO       TO TRUE.
042900     MOVE ZERO                 TO VTA-CUP-FECHA-CANJE.
043000
043100     WRITE VTA-CUPON-RECORD
043200         INVALID KEY
043300             DISPLAY "VTA6400 - CUPON DUPLICADO, NO EMITIDO: "
043400                     VTA-CUP-CODIGO
043500             GO TO 2200-SIGUIENTE
043600     END-WRITE.
043700
043800     MOVE VTA-CUP-CODIGO TO VTA-LU-CODIGO.
043900     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CUPON.
044000     ADD 1 TO VTA-CANT-EMIT-CAMP.
044100     ADD 1 TO VTA-CANT-EMITIDOS.
044200
044300 2200-SIGUIENTE.
044400
044500     ADD 1 TO VTA-CUP-ORDEN.
044600
044700 2200-EXIT.
044800     EXIT.
044900
045000 9000-FINALIZAR.
045100
045200     CLOSE CUPON-CAMP-FILE.
045300     CLOSE CUPON-FILE.
045400     CLOSE CUPON-LIST-FILE.
045500
045600     DISPLAY "VTA6400 - CAMPANIAS LEIDAS    : "
045700         VTA-CANT-CAMPANIAS.
045800     DISPLAY "VTA6400 - CAMPANIAS RECHAZADAS: "
045900         VTA-CANT-RECHAZADAS.
046000     DISPLAY "VTA6400 - CUPONES EMITIDOS    : " VTA-CANT-EMITIDOS.
046100
046200 9000-EXIT.
046300     EXIT.
046400
046500 END PROGRAM VTA6400.

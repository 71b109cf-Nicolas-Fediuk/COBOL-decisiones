000100******************************************************************
000194*CRUCE DE LA RENDICION DEL ADQUIRENTE CONTRA LA LIQUIDACION
000288*PROPIA. VTA1600 DEJA CADA LINEA DE TARJETA (FECHA, TERMINAL,
000382*MEDIO Y PLAN DE CUOTAS) PENDIENTE EN ACRED-PEND-FILE CON LA FECHA
000476*EN QUE EL ADQUIRENTE DEBE ACREDITARLA. ESTE PROCESO BUSCA POR
000570*CLAVE LA ACREDITACION PENDIENTE DE CADA LINEA DE LA RENDICION
000664*(REND-ADQ-FILE), LA COMPARA Y LA MARCA RENDIDA. LA COMISION Y LOS
000758*CARGOS DEL ADQUIRENTE SON DIFERENCIAS ESPERADAS: LO COBRADO SEGUN
000852*EL SISTEMA SE COMPARA CONTRA EL BRUTO PRESENTADO, CON LA
000947*TOLERANCIA DE RENDTOLR, Y APARTE SE VERIFICA QUE EL NETO RENDIDO
001041*CIERRE CONTRA BRUTO MENOS COMISION Y CARGOS. DESPUES RECORRE LAS
001135*ACREDITACIONES: LA PENDIENTE CUYA FECHA ESPERADA YA VENCIO ES UNA
001229*RENDICION FALTANTE; LA QUE TODAVIA NO VENCE ES PLATA A RECIBIR Y
001323*SALE EN EL CRONOGRAMA DE ACREDITACIONES, NO COMO EXCEPCION. QUEDA
001417*UNA EXCEPCION POR CADA RENDICION FALTANTE, IMPORTE DISTINTO, NETO
001511*QUE NO CIERRA, CONTRACARGO, RENDICION SIN LIQUIDACION, RENDICION
001605*REPETIDA O FUERA DE FECHA, Y UN RESUMEN PARA TESORERIA.
001700******************************************************************
001800*MODIFICACIONES:
001900*2026-09-01 NF  PROGRAMA ORIGINAL.
001908*2026-10-15 NF  EL CRUCE YA NO EMPAREJA LIQMPAGO CONTRA LA
001916*               RENDICION ORDENADOS: BUSCA CADA LINEA RENDIDA EN
001925*               LAS ACREDITACIONES PENDIENTES (ACREDPEN) POR
001933*               FECHA, TERMINAL, MEDIO Y PLAN DE CUOTAS, PARA QUE
001941*               UNA VENTA EN CUOTAS NO SALGA COMO FALTANTE ANTES
001950*               DE SU FECHA DE ACREDITACION. NUEVAS EXCEPCIONES
001958*               DE RENDICION REPETIDA Y FUERA DE FECHA,
001966*               CRONOGRAMA DE LO PENDIENTE DE ACREDITAR Y
001975*               DEPURACION DE LAS LINEAS RENDIDAS. SE CORRE UNA
001983*               VEZ POR RENDICION: REPROCESAR LA MISMA RENDICION
001991*               LA INFORMA COMO REPETIDA.
001992*2026-10-15 NF  CADA CONTRACARGO ABRE UN CASO EN CONTRCAS CON LA
001994*               AUTORIZACION DEL CUPON Y LA FECHA LIMITE DE
001995*               PRESENTACION, VINCULADO AL REGISTRO DE AUDITORIA
001997*               DEL TICKET ORIGINAL (FECHA, TERMINAL Y
001998*               AUTORIZACION); LO SIGUE TESORERIA CON VTA7400.
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. VTA3700.
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003066     SELECT ACRED-PEND-FILE ASSIGN TO "ACREDPEN"
003133         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003266         RECORD KEY IS VTA-ACP-KEY
003333         FILE STATUS IS VTA-ACP-STATUS.
003338
003343     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
003348         ORGANIZATION IS INDEXED
003353         ACCESS MODE IS DYNAMIC
003358         RECORD KEY IS VTA-AUD-KEY
003363         FILE STATUS IS VTA-AUDIT-STATUS.
003369
003374     SELECT CASO-CCARGO-FILE ASSIGN TO "CONTRCAS"
003379         ORGANIZATION IS INDEXED
003384         ACCESS MODE IS RANDOM
003389         RECORD KEY IS VTA-CCS-KEY
003394         FILE STATUS IS VTA-CCS-STATUS.
003400
003500     SELECT REND-ADQ-FILE ASSIGN TO "RENDADQ"
003600         ORGANIZATION IS SEQUENTIAL
003900     SELECT REND-TOLER-FILE ASSIGN TO "RENDTOLR"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS VTA-TOLR-STATUS.
004120
004140     SELECT OPTIONAL FECHA-PARM-FILE ASSIGN TO "FECHAPRM"
004160         ORGANIZATION IS SEQUENTIAL
004180         FILE STATUS IS VTA-FPRM-STATUS.
004200
004300     SELECT REND-EXCEPT-FILE ASSIGN TO "RENDEXC"
004400         ORGANIZATION IS SEQUENTIAL
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  ACRED-PEND-FILE
005400     RECORDING MODE IS F.
005500     COPY VTAACRP.
005511
005522 FD  AUDIT-LOG-FILE
005533     RECORDING MODE IS F.
005544     COPY VTAAUDIT.
005555
005566 FD  CASO-CCARGO-FILE
005577     RECORDING MODE IS F.
005588     COPY VTACCAS.
005600
005700 FD  REND-ADQ-FILE
005800     RECORDING MODE IS F.
006100 FD  REND-TOLER-FILE
006200     RECORDING MODE IS F.
006300     COPY VTATOLR.
006314
006328 FD  FECHA-PARM-FILE
006342     RECORDING MODE IS F.
006357 01  VTA-FECHA-PARM-RECORD.
006371     05  VTA-FPRM-FECHA              PIC 9(08).
006385     05  FILLER                      PIC X(72).
006400
006500 FD  REND-EXCEPT-FILE
006600     RECORDING MODE IS F.
007200 WORKING-STORAGE SECTION.
007300
007400 COPY VTASGNP.
007433
007466 COPY VTAFCHP.
007500
007600 01  VTA-ACP-STATUS                  PIC X(02).
007700     88  VTA-ACP-OK                  VALUE "00".
007800     88  VTA-ACP-EOF                 VALUE "10".
007812
007825 01  VTA-AUDIT-STATUS                PIC X(02).
007837     88  VTA-AUDIT-OK                VALUE "00".
007850
007862 01  VTA-CCS-STATUS                  PIC X(02).
007875     88  VTA-CCS-OK                  VALUE "00".
007887     88  VTA-CCS-DUPLICADO           VALUE "22".
007900
008000 01  VTA-REND-STATUS                 PIC X(02).
008100     88  VTA-REND-OK                 VALUE "00".
008300
008400 01  VTA-TOLR-STATUS                 PIC X(02).
008500     88  VTA-TOLR-OK                 VALUE "00".
008525
008550 01  VTA-FPRM-STATUS                 PIC X(02).
008575     88  VTA-FPRM-OK                 VALUE "00".
008600
008700 01  VTA-RNDX-STATUS                 PIC X(02).
008800     88  VTA-RNDX-OK                 VALUE "00".
009000 01  VTA-REPORT-STATUS               PIC X(02).
009100     88  VTA-REPORT-OK               VALUE "00".
009200
009300 01  VTA-SW-ACP-EOF                  PIC X(01) VALUE "N".
009400     88  VTA-ACP-FIN                 VALUE "S".
009500 01  VTA-SW-REND-EOF                 PIC X(01) VALUE "N".
009600     88  VTA-REND-FIN                VALUE "S".
009700 01  VTA-SW-CRO-HALLADA              PIC X(01) VALUE "N".
009800     88  VTA-CRO-HALLADA             VALUE "S".
009833 01  VTA-SW-CRO-EXISTE               PIC X(01) VALUE "N".
009866     88  VTA-CRO-EXISTE              VALUE "S".
009870 01  VTA-SW-AUDIT-ABIERTO            PIC X(01) VALUE "N".
009875     88  VTA-AUDIT-ABIERTO           VALUE "S".
009880 01  VTA-SW-AUD-FIN                  PIC X(01) VALUE "N".
009885     88  VTA-AUD-FIN                 VALUE "S".
009890 01  VTA-SW-TICKET-HALLADO           PIC X(01) VALUE "N".
009895     88  VTA-TICKET-HALLADO          VALUE "S".
009900
010000 01  VTA-FECHA-NEGOCIO               PIC 9(08) VALUE ZERO.
010100
010200*PLAN DE CUOTAS DE LA LINEA RENDIDA, NORMALIZADO COMO LO GRABA
010300*VTA1600 (UN PAGO DE TARJETA ES EL PLAN 1).
010400 01  VTA-PLAN-RENDIDO                PIC 9(02).
010500
010600*DIAS QUE UNA ACREDITACION RENDIDA SE CONSERVA EN ACREDPEN PARA
010700*DETECTAR UNA RENDICION REPETIDA; PASADOS, SE BORRA.
010800 77  VTA-DIAS-RETENCION              PIC 9(03) VALUE 60.
010820
010840*DIAS QUE SE DAN PARA PRESENTAR LA DOCUMENTACION DE UN CONTRACARGO
010860*CUANDO EL ADQUIRENTE NO INFORMA LA FECHA LIMITE.
010880 77  VTA-DIAS-RESPUESTA              PIC 9(03) VALUE 10.
010900
011000 01  VTA-TOLERANCIA                  PIC 9(07)V9(02) VALUE ZERO.
011100
011300 01  VTA-DIF-ABS                     PIC 9(09)V9(02).
011400 01  VTA-NETO-ESPERADO               PIC S9(09)V9(02).
011500
011540 01  VTA-CONTADORES.
011581     05  VTA-CANT-RENDICIONES       PIC 9(07) COMP VALUE ZERO.
011621     05  VTA-CANT-EMPAREJADAS       PIC 9(07) COMP VALUE ZERO.
011662     05  VTA-CANT-EXCEPCIONES       PIC 9(07) COMP VALUE ZERO.
011703     05  VTA-CANT-CONTRACARGOS      PIC 9(07) COMP VALUE ZERO.
011743     05  VTA-CANT-REPETIDAS         PIC 9(07) COMP VALUE ZERO.
011784     05  VTA-CANT-FUERA-FECHA       PIC 9(07) COMP VALUE ZERO.
011825     05  VTA-CANT-VENCIDAS          PIC 9(07) COMP VALUE ZERO.
011865     05  VTA-CANT-A-ACREDITAR       PIC 9(07) COMP VALUE ZERO.
011906     05  VTA-CANT-DEPURADAS         PIC 9(07) COMP VALUE ZERO.
011914     05  VTA-CANT-CASOS-ABIERTOS    PIC 9(07) COMP VALUE ZERO.
011922     05  VTA-CANT-CASOS-SIN-TICKET  PIC 9(07) COMP VALUE ZERO.
011930     05  VTA-CANT-CASOS-EXISTENTES  PIC 9(07) COMP VALUE ZERO.
011938     05  VTA-CANT-CASOS-SIN-AUTORIZ PIC 9(07) COMP VALUE ZERO.
011946
011987 01  VTA-TOTALES.
012028     05  VTA-TOT-COMISIONES          PIC S9(11)V9(02) VALUE ZERO.
012068     05  VTA-TOT-NETO-RENDIDO        PIC S9(11)V9(02) VALUE ZERO.
012109     05  VTA-TOT-A-ACREDITAR         PIC S9(11)V9(02) VALUE ZERO.
012150
012190 01  VTA-HASH-EXCEPC                 PIC S9(09)V9(02) VALUE ZERO.
012231
012271*CRONOGRAMA DE LO PENDIENTE DE ACREDITAR QUE TODAVIA NO VENCIO,
012312*UNA ENTRADA POR FECHA DE ACREDITACION, MANTENIDA EN ORDEN
012353*ASCENDENTE DE FECHA A MEDIDA QUE SE CARGA.
012393 01  VTA-TABLA-CRONOGRAMA.
012434     05  VTA-CRO-CANT                PIC 9(03) COMP VALUE ZERO.
012475     05  VTA-CRO-ENTRADA OCCURS 400 TIMES
012515                         INDEXED BY VTA-CRO-IDX.
012556         10  VTA-CRO-FECHA           PIC 9(08).
012596         10  VTA-CRO-LINEAS          PIC 9(05) COMP.
012637         10  VTA-CRO-IMPORTE         PIC S9(11)V9(02).
012678
012718 01  VTA-CRO-POS                     PIC 9(03) COMP VALUE ZERO.
012759 01  VTA-CRO-MOVER                   PIC 9(03) COMP VALUE ZERO.
012800
012900*LINEAS DE IMPRESION.
013000 01  VTA-LINEA-TITULO.
013900 01  VTA-LINEA-CANTIDAD.
014000     05  VTA-LC-CONCEPTO             PIC X(26).
014100     05  VTA-LC-VALOR                PIC ZZZ,ZZ9.
014105
014110 01  VTA-LINEA-CRONO-TITULO.
014115     05  FILLER                      PIC X(40)
014120         VALUE "CRONOGRAMA DE ACREDITACIONES PENDIENTES".
014125
014130 01  VTA-LINEA-CRONO-COLUMNAS.
014135     05  FILLER                      PIC X(40)
014140         VALUE "FECHA       LINEAS          IMPORTE".
014145
014150 01  VTA-LINEA-CRONO.
014155     05  VTA-LCR-FECHA               PIC 9(08).
014160     05  FILLER                      PIC X(03) VALUE SPACES.
014165     05  VTA-LCR-LINEAS              PIC ZZZ,ZZ9.
014170     05  FILLER                      PIC X(02) VALUE SPACES.
014175     05  VTA-LCR-IMPORTE             PIC ZZZ,ZZZ,ZZ9.99-.
014180
014185 01  VTA-LINEA-CRONO-VACIO.
014190     05  FILLER                      PIC X(40)
014195         VALUE "SIN ACREDITACIONES PENDIENTES A VENCER".
014200
014300 PROCEDURE DIVISION.
014400
014500 0000-MAINLINE.
014600
014672     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
014744
014816     PERFORM 2000-CRUZAR-RENDICION THRU 2000-EXIT
014888         UNTIL VTA-REND-FIN.
014960
015032     PERFORM 5000-RECORRER-PENDIENTES THRU 5000-EXIT.
015104
015176     PERFORM 7000-IMPRIMIR-CRONOGRAMA THRU 7000-EXIT.
015248
015320     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
015393
015465     STOP RUN.
015537
015609 1000-INICIALIZAR.
015681
015753     OPEN I-O ACRED-PEND-FILE.
015825     IF NOT VTA-ACP-OK
015897         DISPLAY "VTA3700 - NO SE PUDO ABRIR LAS ACREDITACIONES "
015969                 "PENDIENTES (ACREDPEN). ESTADO: " VTA-ACP-STATUS
016041         MOVE 8 TO RETURN-CODE
016113         STOP RUN
016186     END-IF.
016189
016192     OPEN I-O CASO-CCARGO-FILE.
016195     IF NOT VTA-CCS-OK
016199         DISPLAY "VTA3700 - NO SE PUDO ABRIR LOS CASOS DE "
016202                 "CONTRACARGO (CONTRCAS). ESTADO: " VTA-CCS-STATUS
016205         MOVE 8 TO RETURN-CODE
016208         STOP RUN
016212     END-IF.
016215
016218*SIN LOG DE AUDITORIA LOS CASOS SE ABREN IGUAL, SIN VINCULAR AL
016222*TICKET; TESORERIA LOS VINCULA DESPUES DESDE VTA7400.
016225     OPEN INPUT AUDIT-LOG-FILE.
016228     IF VTA-AUDIT-OK
016231         SET VTA-AUDIT-ABIERTO TO TRUE
016235     ELSE
016238         DISPLAY "VTA3700 - AVISO: NO SE PUDO ABRIR EL LOG DE "
016241                 "AUDITORIA (AUDITLOG). ESTADO: " VTA-AUDIT-STATUS
016244         DISPLAY "VTA3700 - LOS CASOS DE CONTRACARGO QUEDAN SIN "
016248                 "VINCULAR AL TICKET."
016251         MOVE 4 TO RETURN-CODE
016254     END-IF.
016258
016330     OPEN INPUT REND-ADQ-FILE.
016402     OPEN INPUT REND-TOLER-FILE.
016474     OPEN OUTPUT REND-EXCEPT-FILE.
016546     OPEN OUTPUT REND-REPORT-FILE.
016618
016690     READ REND-TOLER-FILE
016762         AT END
016834             MOVE ZERO TO VTA-TOL-IMPORTE
016906     END-READ.
016979     MOVE VTA-TOL-IMPORTE TO VTA-TOLERANCIA.
017051
017123     PERFORM 1300-OBTENER-FECHA-NEGOCIO THRU 1300-EXIT.
017195
017267     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TITULO.
017339
017411     PERFORM 1200-LEER-RENDICION THRU 1200-EXIT.
017483
017555 1000-EXIT.
017627     EXIT.
017700
017793******************************************************************
017887*1300-OBTENER-FECHA-NEGOCIO: LEE LA FECHA DE NEGOCIO DEL
017980*PARAMETRO FECHAPRM, CONTRA LA QUE SE DECIDE SI UNA ACREDITACION
018074*PENDIENTE YA VENCIO. SIN PARAMETRO SE USA LA FECHA DEL SISTEMA,
018167*CON AVISO.
018261******************************************************************
018354 1300-OBTENER-FECHA-NEGOCIO.
018448
018541     MOVE ZERO TO VTA-FECHA-NEGOCIO.
018635
018729     OPEN INPUT FECHA-PARM-FILE.
018822     IF VTA-FPRM-OK
018916         READ FECHA-PARM-FILE
019009             AT END
019103                 CONTINUE
019196         END-READ
019290         IF VTA-FPRM-OK AND VTA-FPRM-FECHA > 0
019383             MOVE VTA-FPRM-FECHA TO VTA-FECHA-NEGOCIO
019477         END-IF
019570         CLOSE FECHA-PARM-FILE
019664     END-IF.
019758
019851     IF VTA-FECHA-NEGOCIO = ZERO
019945         ACCEPT VTA-FECHA-NEGOCIO FROM DATE YYYYMMDD
020038         DISPLAY "VTA3700 - AVISO: SIN FECHA DE NEGOCIO "
020132                 "(FECHAPRM). SE USA LA FECHA DEL SISTEMA."
020225     END-IF.
020319
020412 1300-EXIT.
020506     EXIT.
020550
020600******************************************************************
020700*1200-LEER-RENDICION: AVANZA LA RENDICION. UN CONTRACARGO SE
020800*INFORMA DIRECTO COMO EXCEPCION Y NO PARTICIPA DEL CRUCE.
020900******************************************************************
021000 1200-LEER-RENDICION.
021100
021200     READ REND-ADQ-FILE
021300         AT END
021400             SET VTA-REND-FIN TO TRUE
021500     END-READ.
021700
021800     IF NOT VTA-REND-FIN
021900         ADD 1 TO VTA-CANT-RENDICIONES
022400             PERFORM 3400-GRABAR-CONTRACARGO THRU 3400-EXIT
022500             GO TO 1200-LEER-RENDICION
022600         END-IF
022625*LAS TARJETAS SE LIQUIDAN POR PLAN Y UN PAGO ES EL PLAN 1,
022650*AUNQUE EL ADQUIRENTE LO INFORME EN CERO.
022675         IF VTA-RAD-MEDIO-PAGO = "DB" OR VTA-RAD-MEDIO-PAGO = "CR"
022700             IF VTA-RAD-PLAN-CUOTAS NUMERIC
022725                AND VTA-RAD-PLAN-CUOTAS > 0
022750                 MOVE VTA-RAD-PLAN-CUOTAS TO VTA-PLAN-RENDIDO
022775             ELSE
022800                 MOVE 1                   TO VTA-PLAN-RENDIDO
022825             END-IF
022850         ELSE
022875             MOVE ZERO                    TO VTA-PLAN-RENDIDO
022900         END-IF
022925         IF VTA-RAD-FECHA-PAGO NOT NUMERIC
022950             MOVE ZERO TO VTA-RAD-FECHA-PAGO
022975         END-IF
023000     END-IF.
023100
023200 1200-EXIT.
023300     EXIT.
023400
023456******************************************************************
023512*2000-CRUZAR-RENDICION: BUSCA LA ACREDITACION PENDIENTE DE LA
023568*LINEA RENDIDA. SIN ACREDITACION ES UNA RENDICION SIN LIQUIDACION;
023625*UNA YA RENDIDA ES UNA RENDICION REPETIDA; UNA PENDIENTE SE
023681*COMPARA Y QUEDA MARCADA RENDIDA.
023737******************************************************************
023793 2000-CRUZAR-RENDICION.
023850
023906     MOVE VTA-RAD-FECHA       TO VTA-ACP-FECHA.
023962     MOVE VTA-RAD-TERMINAL-ID TO VTA-ACP-TERMINAL-ID.
024018     MOVE VTA-RAD-MEDIO-PAGO  TO VTA-ACP-MEDIO-PAGO.
024075     MOVE VTA-PLAN-RENDIDO    TO VTA-ACP-PLAN-CUOTAS.
024131
024187     READ ACRED-PEND-FILE
024243         INVALID KEY
024300             PERFORM 3200-GRABAR-SIN-LIQUIDA THRU 3200-EXIT
024356             PERFORM 1200-LEER-RENDICION THRU 1200-EXIT
024412             GO TO 2000-EXIT
024468     END-READ.
024525
024581     IF VTA-ACP-RENDIDA
024637         PERFORM 3300-GRABAR-REPETIDA THRU 3300-EXIT
024693     ELSE
024750         PERFORM 3000-COMPARAR-IMPORTES THRU 3000-EXIT
024806         PERFORM 3600-MARCAR-RENDIDA THRU 3600-EXIT
024862     END-IF.
024918
024975     PERFORM 1200-LEER-RENDICION THRU 1200-EXIT.
025031
025087 2000-EXIT.
025143     EXIT.
025200
025300******************************************************************
025400*3000-COMPARAR-IMPORTES: LO COBRADO SEGUN EL SISTEMA CONTRA EL
026200     ADD 1 TO VTA-CANT-EMPAREJADAS.
026300
026400     COMPUTE VTA-DIFERENCIA =
026500         VTA-ACP-TOT-COBRADO - VTA-RAD-IMPORTE-BRUTO.
026600
026700     MOVE VTA-DIFERENCIA TO VTA-SGN-VALOR.
026800     CALL "VTASIGNO" USING VTA-SIGNO-PARMS.
027400     END-IF.
027500
027600     IF VTA-DIF-ABS > VTA-TOLERANCIA
027725         MOVE SPACES              TO VTA-REND-EXC-RECORD
027850         PERFORM 3700-CLAVE-EXCEPCION THRU 3700-EXIT
027975         SET VTA-RNX-ES-DIFERENCIA TO TRUE
028100         MOVE VTA-ACP-TOT-COBRADO TO VTA-RNX-IMP-SISTEMA
028225         MOVE VTA-RAD-IMPORTE-BRUTO
028350                                  TO VTA-RNX-IMP-RENDIDO
028475         MOVE VTA-DIF-ABS         TO VTA-RNX-DIFERENCIA
028600         PERFORM 3500-GRABAR-EXCEPCION THRU 3500-EXIT
028700     END-IF.
028800
029100         VTA-RAD-OTROS-CARGOS.
029200
029300     IF VTA-RAD-IMPORTE-NETO NOT = VTA-NETO-ESPERADO
029466         MOVE SPACES              TO VTA-REND-EXC-RECORD
029633         PERFORM 3700-CLAVE-EXCEPCION THRU 3700-EXIT
029800         SET VTA-RNX-NETO-NO-CIERRA TO TRUE
029900         MOVE VTA-NETO-ESPERADO   TO VTA-RNX-IMP-SISTEMA
030000         MOVE VTA-RAD-IMPORTE-NETO
031000         END-IF
031100         PERFORM 3500-GRABAR-EXCEPCION THRU 3500-EXIT
031200     END-IF.
031206
031212*EL ADQUIRENTE DEPOSITO EN OTRO DIA QUE EL ESPERADO PARA EL PLAN:
031218*LOS IMPORTES PUEDEN ESTAR BIEN, PERO TESORERIA LO TIENE QUE VER.
031225     IF VTA-RAD-FECHA-PAGO > 0
031231        AND VTA-RAD-FECHA-PAGO NOT = VTA-ACP-FECHA-ACREDIT
031237         ADD 1 TO VTA-CANT-FUERA-FECHA
031243         MOVE SPACES              TO VTA-REND-EXC-RECORD
031250         PERFORM 3700-CLAVE-EXCEPCION THRU 3700-EXIT
031256         SET VTA-RNX-FUERA-DE-FECHA TO TRUE
031262         MOVE VTA-ACP-TOT-COBRADO TO VTA-RNX-IMP-SISTEMA
031268         MOVE VTA-RAD-IMPORTE-BRUTO
031275                                  TO VTA-RNX-IMP-RENDIDO
031281         MOVE ZERO                TO VTA-RNX-DIFERENCIA
031287         PERFORM 3500-GRABAR-EXCEPCION THRU 3500-EXIT
031293     END-IF.
031300
031400 3000-EXIT.
031500     EXIT.
031600
031666******************************************************************
031733*3100-GRABAR-SIN-RENDICION: ACREDITACION PENDIENTE CUYA FECHA
031800*ESPERADA YA PASO SIN QUE EL ADQUIRENTE LA RINDIERA. SIGUE
031866*PENDIENTE Y SE VUELVE A INFORMAR EN CADA CRUCE HASTA QUE LLEGUE.
031933******************************************************************
032000 3100-GRABAR-SIN-RENDICION.
032066
032133     ADD 1 TO VTA-CANT-VENCIDAS.
032200
032266     MOVE SPACES              TO VTA-REND-EXC-RECORD.
032333     MOVE VTA-ACP-FECHA       TO VTA-RNX-FECHA.
032400     MOVE VTA-ACP-TERMINAL-ID TO VTA-RNX-TERMINAL-ID.
032466     MOVE VTA-ACP-MEDIO-PAGO  TO VTA-RNX-MEDIO-PAGO.
032533     MOVE VTA-ACP-PLAN-CUOTAS TO VTA-RNX-PLAN-CUOTAS.
032600     MOVE VTA-ACP-FECHA-ACREDIT
032666                              TO VTA-RNX-FECHA-ACREDIT.
032733     MOVE ZERO                TO VTA-RNX-FECHA-PAGO.
032800     SET VTA-RNX-SIN-RENDICION TO TRUE.
032866     MOVE VTA-ACP-TOT-COBRADO TO VTA-RNX-IMP-SISTEMA.
032933     MOVE ZERO                TO VTA-RNX-IMP-RENDIDO.
033000     MOVE VTA-ACP-TOT-COBRADO TO VTA-DIFERENCIA.
033066     MOVE VTA-DIFERENCIA      TO VTA-SGN-VALOR.
033133     CALL "VTASIGNO" USING VTA-SIGNO-PARMS.
033200     IF VTA-SGN-NEGATIVO
033266         COMPUTE VTA-RNX-DIFERENCIA = VTA-DIFERENCIA * -1
033333     ELSE
033400         MOVE VTA-DIFERENCIA  TO VTA-RNX-DIFERENCIA
033466     END-IF.
033533     PERFORM 3500-GRABAR-EXCEPCION THRU 3500-EXIT.
033600
033666 3100-EXIT.
033733     EXIT.
033800
033900 3200-GRABAR-SIN-LIQUIDA.
034000
034125     MOVE SPACES              TO VTA-REND-EXC-RECORD.
034250     PERFORM 3700-CLAVE-EXCEPCION THRU 3700-EXIT.
034375     MOVE ZERO                TO VTA-RNX-FECHA-ACREDIT.
034500     SET VTA-RNX-SIN-LIQUIDACION TO TRUE.
034600     MOVE ZERO                TO VTA-RNX-IMP-SISTEMA.
034700     MOVE VTA-RAD-IMPORTE-BRUTO
035800
035900 3200-EXIT.
036000     EXIT.
036003
036006******************************************************************
036010*3300-GRABAR-REPETIDA: LINEA RENDIDA CUYA ACREDITACION YA HABIA
036013*SIDO RENDIDA: EL ADQUIRENTE LA RINDIO DOS VECES O SE REPROCESO LA
036017*MISMA RENDICION. LA DIFERENCIA ES EL BRUTO DUPLICADO.
036020******************************************************************
036024 3300-GRABAR-REPETIDA.
036027
036031     ADD 1 TO VTA-CANT-REPETIDAS.
036034
036037     MOVE SPACES              TO VTA-REND-EXC-RECORD.
036041     PERFORM 3700-CLAVE-EXCEPCION THRU 3700-EXIT.
036044     SET VTA-RNX-REPETIDA     TO TRUE.
036048     MOVE VTA-ACP-IMP-RENDIDO TO VTA-RNX-IMP-SISTEMA.
036051     MOVE VTA-RAD-IMPORTE-BRUTO
036055                              TO VTA-RNX-IMP-RENDIDO.
036058     MOVE VTA-RAD-IMPORTE-BRUTO TO VTA-DIFERENCIA.
036062     MOVE VTA-DIFERENCIA      TO VTA-SGN-VALOR.
036065     CALL "VTASIGNO" USING VTA-SIGNO-PARMS.
036068     IF VTA-SGN-NEGATIVO
036072         COMPUTE VTA-RNX-DIFERENCIA = VTA-DIFERENCIA * -1
036075     ELSE
036079         MOVE VTA-DIFERENCIA  TO VTA-RNX-DIFERENCIA
036082     END-IF.
036086     PERFORM 3500-GRABAR-EXCEPCION THRU 3500-EXIT.
036089
036093 3300-EXIT.
036096     EXIT.
036100
036120******************************************************************
036140*3400-GRABAR-CONTRACARGO: EL CONTRACARGO SE INFORMA COMO
036160*EXCEPCION PARA TESORERIA Y ABRE SU CASO EN CONTRCAS.
036180******************************************************************
036200 3400-GRABAR-CONTRACARGO.
036300
036400     ADD 1 TO VTA-CANT-CONTRACARGOS.
036500
036535     MOVE SPACES              TO VTA-REND-EXC-RECORD.
036571     MOVE VTA-RAD-FECHA       TO VTA-RNX-FECHA.
036607     MOVE VTA-RAD-TERMINAL-ID TO VTA-RNX-TERMINAL-ID.
036642     MOVE VTA-RAD-MEDIO-PAGO  TO VTA-RNX-MEDIO-PAGO.
036678     MOVE ZERO                TO VTA-RNX-PLAN-CUOTAS.
036714     IF VTA-RAD-PLAN-CUOTAS NUMERIC
036750         MOVE VTA-RAD-PLAN-CUOTAS TO VTA-RNX-PLAN-CUOTAS
036785     END-IF.
036821     MOVE ZERO                TO VTA-RNX-FECHA-ACREDIT.
036857     MOVE ZERO                TO VTA-RNX-FECHA-PAGO.
036892     IF VTA-RAD-FECHA-PAGO NUMERIC
036928         MOVE VTA-RAD-FECHA-PAGO TO VTA-RNX-FECHA-PAGO
036964     END-IF.
037000     SET VTA-RNX-CONTRACARGO  TO TRUE.
037100     MOVE ZERO                TO VTA-RNX-IMP-SISTEMA.
037200     MOVE VTA-RAD-IMPORTE-BRUTO
038000         MOVE VTA-DIFERENCIA  TO VTA-RNX-DIFERENCIA
038100     END-IF.
038200     PERFORM 3500-GRABAR-EXCEPCION THRU 3500-EXIT.
038250     PERFORM 3450-ABRIR-CASO THRU 3450-EXIT.
038300
038400 3400-EXIT.
038500     EXIT.
038501
038503******************************************************************
038504*3450-ABRIR-CASO: GRABA EL CASO DEL CONTRACARGO CON LA CLAVE DEL
038506*CUPON (FECHA, TERMINAL Y AUTORIZACION) Y LA FECHA LIMITE QUE DA
038508*EL ADQUIRENTE (SI NO LA DA, LA FECHA DE NEGOCIO MAS
038509*VTA-DIAS-RESPUESTA). SIN AUTORIZACION NO HAY CLAVE CON QUE
038511*SEGUIRLO: QUEDA SOLO LA EXCEPCION, CON AVISO. UN CASO QUE YA
038513*EXISTE (RENDICION REPROCESADA) NO SE PISA.
038514******************************************************************
038516 3450-ABRIR-CASO.
038518
038519     IF VTA-RAD-AUTORIZACION = SPACES
038521         ADD 1 TO VTA-CANT-CASOS-SIN-AUTORIZ
038522         DISPLAY "VTA3700 - AVISO: CONTRACARGO SIN AUTORIZACION "
038524                 VTA-RAD-FECHA " " VTA-RAD-TERMINAL-ID
038526                 ". NO SE ABRE CASO."
038527         GO TO 3450-EXIT
038529     END-IF.
038531
038532     MOVE SPACES               TO VTA-CASO-CCARGO-RECORD.
038534     MOVE VTA-RAD-FECHA        TO VTA-CCS-FECHA-VENTA.
038536     MOVE VTA-RAD-TERMINAL-ID  TO VTA-CCS-TERMINAL-ID.
038537     MOVE VTA-RAD-AUTORIZACION TO VTA-CCS-AUTORIZ-TARJ.
038539     MOVE VTA-RAD-MEDIO-PAGO   TO VTA-CCS-MEDIO-PAGO.
038540     MOVE VTA-RNX-PLAN-CUOTAS  TO VTA-CCS-PLAN-CUOTAS.
038542     MOVE VTA-RNX-DIFERENCIA   TO VTA-CCS-IMPORTE.
038544     MOVE ZERO                 TO VTA-CCS-AUD-TRANS-FECHA.
038545     MOVE ZERO                 TO VTA-CCS-AUD-TRANS-SEQ.
038547     MOVE VTA-FECHA-NEGOCIO    TO VTA-CCS-FECHA-ALTA.
038549     SET VTA-CCS-ABIERTO       TO TRUE.
038550     MOVE ZERO                 TO VTA-CCS-FECHA-DOCUM.
038552     MOVE ZERO                 TO VTA-CCS-FECHA-RESOL.
038554     MOVE "VTA3700"            TO VTA-CCS-USUARIO.
038555
038557     IF VTA-RAD-FECHA-LIMITE NUMERIC
038559        AND VTA-RAD-FECHA-LIMITE > 0
038560         MOVE VTA-RAD-FECHA-LIMITE TO VTA-CCS-FECHA-LIMITE
038562     ELSE
038563         SET VTA-FCH-AGREGAR TO TRUE
038565         MOVE VTA-FECHA-NEGOCIO  TO VTA-FCH-FECHA-1
038567         MOVE VTA-DIAS-RESPUESTA TO VTA-FCH-DIAS
038568         CALL "VTAFECHA" USING VTA-FECHA-PARMS
038570         MOVE VTA-FCH-FECHA-2    TO VTA-CCS-FECHA-LIMITE
038572     END-IF.
038573
038575     IF VTA-AUDIT-ABIERTO
038577         PERFORM 3460-BUSCAR-TICKET THRU 3460-EXIT
038578     END-IF.
038580
038581     WRITE VTA-CASO-CCARGO-RECORD.
038583
038585     IF VTA-CCS-DUPLICADO
038586         ADD 1 TO VTA-CANT-CASOS-EXISTENTES
038588         GO TO 3450-EXIT
038590     END-IF.
038591
038593     IF NOT VTA-CCS-OK
038595         DISPLAY "VTA3700 - ERROR AL GRABAR CONTRCAS "
038596                 VTA-CCS-KEY " ESTADO: " VTA-CCS-STATUS
038598         MOVE 8 TO RETURN-CODE
038600         GO TO 3450-EXIT
038601     END-IF.
038603
038604     ADD 1 TO VTA-CANT-CASOS-ABIERTOS.
038606     IF VTA-CCS-AUD-TRANS-FECHA = ZERO
038608         ADD 1 TO VTA-CANT-CASOS-SIN-TICKET
038609     END-IF.
038611
038613 3450-EXIT.
038614     EXIT.
038616
038618******************************************************************
038619*3460-BUSCAR-TICKET: RECORRE EN EL LOG DE AUDITORIA LAS VENTAS DE
038621*LA FECHA DEL CUPON HASTA ENCONTRAR LA DE LA MISMA TERMINAL Y
038622*AUTORIZACION (NORMAL U OVERRIDE, NO UN REVERSO NI UNA
038624*DEVOLUCION) Y DEJA SU CLAVE EN EL CASO.
038626******************************************************************
038627 3460-BUSCAR-TICKET.
038629
038631     MOVE "N" TO VTA-SW-TICKET-HALLADO.
038632     MOVE "N" TO VTA-SW-AUD-FIN.
038634     MOVE VTA-RAD-FECHA TO VTA-AUD-TRANS-FECHA.
038636     MOVE ZERO          TO VTA-AUD-TRANS-SEQ.
038637     MOVE ZERO          TO VTA-AUD-FECHA.
038639     MOVE ZERO          TO VTA-AUD-HORA.
038640
038642     START AUDIT-LOG-FILE KEY >= VTA-AUD-KEY
038644         INVALID KEY
038645             GO TO 3460-EXIT
038647     END-START.
038649
038650     PERFORM 3470-LEER-AUDITORIA THRU 3470-EXIT
038652         UNTIL VTA-AUD-FIN OR VTA-TICKET-HALLADO.
038654
038655 3460-EXIT.
038657     EXIT.
038659
038660 3470-LEER-AUDITORIA.
038662
038663     READ AUDIT-LOG-FILE NEXT
038665         AT END
038667             SET VTA-AUD-FIN TO TRUE
038668             GO TO 3470-EXIT
038670     END-READ.
038672
038673     IF VTA-AUD-TRANS-FECHA NOT = VTA-RAD-FECHA
038675         SET VTA-AUD-FIN TO TRUE
038677         GO TO 3470-EXIT
038678     END-IF.
038680
038681     IF VTA-AUD-TERMINAL-ID = VTA-RAD-TERMINAL-ID
038683        AND VTA-AUD-AUTORIZ-TARJ = VTA-RAD-AUTORIZACION
038685        AND (VTA-AUD-NORMAL OR VTA-AUD-OVERRIDE)
038686         SET VTA-TICKET-HALLADO TO TRUE
038688         MOVE VTA-AUD-TRANS-FECHA TO VTA-CCS-AUD-TRANS-FECHA
038690         MOVE VTA-AUD-TRANS-SEQ   TO VTA-CCS-AUD-TRANS-SEQ
038691     END-IF.
038693
038695 3470-EXIT.
038696     EXIT.
038698
038700 3500-GRABAR-EXCEPCION.
038800
038900     ADD 1                   TO VTA-CANT-EXCEPCIONES.
039200
039300 3500-EXIT.
039400     EXIT.
039401
039402******************************************************************
039404*3600-MARCAR-RENDIDA: LA ACREDITACION QUEDA RENDIDA CON LA FECHA
039405*DE PAGO QUE INFORMO EL ADQUIRENTE (O LA FECHA DE NEGOCIO SI NO LA
039406*INFORMA) Y EL BRUTO RENDIDO.
039408******************************************************************
039409 3600-MARCAR-RENDIDA.
039410
039412     SET VTA-ACP-RENDIDA TO TRUE.
039413     IF VTA-RAD-FECHA-PAGO > 0
039415         MOVE VTA-RAD-FECHA-PAGO TO VTA-ACP-FECHA-RENDIDA
039416     ELSE
039417         MOVE VTA-FECHA-NEGOCIO  TO VTA-ACP-FECHA-RENDIDA
039419     END-IF.
039420     MOVE VTA-RAD-IMPORTE-BRUTO  TO VTA-ACP-IMP-RENDIDO.
039421
039423     REWRITE VTA-ACRED-PEND-RECORD.
039424
039425     IF NOT VTA-ACP-OK
039427         DISPLAY "VTA3700 - ERROR AL REGRABAR ACREDPEN "
039428                 VTA-ACP-KEY " ESTADO: " VTA-ACP-STATUS
039430         MOVE 8 TO RETURN-CODE
039431     END-IF.
039432
039434 3600-EXIT.
039435     EXIT.
039436
039438******************************************************************
039439*3700-CLAVE-EXCEPCION: CARGA EN LA EXCEPCION LA CLAVE DE LA LINEA
039440*RENDIDA, EL PLAN, LA FECHA DE ACREDITACION ESPERADA Y LA FECHA DE
039442*PAGO INFORMADA.
039443******************************************************************
039445 3700-CLAVE-EXCEPCION.
039446
039447     MOVE VTA-RAD-FECHA       TO VTA-RNX-FECHA.
039449     MOVE VTA-RAD-TERMINAL-ID TO VTA-RNX-TERMINAL-ID.
039450     MOVE VTA-RAD-MEDIO-PAGO  TO VTA-RNX-MEDIO-PAGO.
039451     MOVE VTA-PLAN-RENDIDO    TO VTA-RNX-PLAN-CUOTAS.
039453     MOVE VTA-ACP-FECHA-ACREDIT
039454                              TO VTA-RNX-FECHA-ACREDIT.
039455     MOVE VTA-RAD-FECHA-PAGO  TO VTA-RNX-FECHA-PAGO.
039457
039458 3700-EXIT.
039460     EXIT.
039461
039462******************************************************************
039464*5000-RECORRER-PENDIENTES: RECORRE ACREDPEN COMPLETO. LO PENDIENTE
039465*VENCIDO ES UNA RENDICION FALTANTE; LO PENDIENTE A VENCER VA AL
039466*CRONOGRAMA; LO RENDIDO HACE MAS DE VTA-DIAS-RETENCION DIAS SE
039468*BORRA.
039469******************************************************************
039470 5000-RECORRER-PENDIENTES.
039472
039473     MOVE "N" TO VTA-SW-ACP-EOF.
039475     MOVE LOW-VALUES TO VTA-ACP-KEY.
039476
039477     START ACRED-PEND-FILE KEY >= VTA-ACP-KEY
039479         INVALID KEY
039480             SET VTA-ACP-FIN TO TRUE
039481     END-START.
039483
039484     IF NOT VTA-ACP-FIN
039485         PERFORM 5100-LEER-PENDIENTE THRU 5100-EXIT
039487     END-IF.
039488
039490     PERFORM 5200-EVALUAR-PENDIENTE THRU 5200-EXIT
039491         UNTIL VTA-ACP-FIN.
039492
039494 5000-EXIT.
039495     EXIT.
039496
039498 5100-LEER-PENDIENTE.
039499
039500     READ ACRED-PEND-FILE NEXT
039502         AT END
039503             SET VTA-ACP-FIN TO TRUE
039505     END-READ.
039506
039507 5100-EXIT.
039509     EXIT.
039510
039511 5200-EVALUAR-PENDIENTE.
039513
039514     IF VTA-ACP-PENDIENTE
039515         IF VTA-ACP-FECHA-ACREDIT < VTA-FECHA-NEGOCIO
039517             PERFORM 3100-GRABAR-SIN-RENDICION THRU 3100-EXIT
039518         ELSE
039520             PERFORM 5300-AGENDAR-PENDIENTE THRU 5300-EXIT
039521         END-IF
039522     ELSE
039524         PERFORM 5400-DEPURAR-RENDIDA THRU 5400-EXIT
039525     END-IF.
039526
039528     PERFORM 5100-LEER-PENDIENTE THRU 5100-EXIT.
039529
039530 5200-EXIT.
039532     EXIT.
039533
039535******************************************************************
039536*5300-AGENDAR-PENDIENTE: SUMA LA ACREDITACION A LA ENTRADA DE SU
039537*FECHA EN EL CRONOGRAMA, INSERTANDO LA FECHA EN ORDEN SI ES NUEVA.
039539******************************************************************
039540 5300-AGENDAR-PENDIENTE.
039541
039543     ADD 1                   TO VTA-CANT-A-ACREDITAR.
039544     ADD VTA-ACP-TOT-COBRADO TO VTA-TOT-A-ACREDITAR.
039545
039547     MOVE "N" TO VTA-SW-CRO-HALLADA.
039548     MOVE "N" TO VTA-SW-CRO-EXISTE.
039549     COMPUTE VTA-CRO-POS = VTA-CRO-CANT + 1.
039550
039551     PERFORM 5310-BUSCAR-POSICION THRU 5310-EXIT
039552         VARYING VTA-CRO-IDX FROM 1 BY 1
039554         UNTIL VTA-CRO-IDX > VTA-CRO-CANT
039555            OR VTA-CRO-HALLADA.
039556
039558     IF NOT VTA-CRO-EXISTE
039560         IF VTA-CRO-CANT >= 400
039562             DISPLAY "VTA3700 - CRONOGRAMA DE ACREDITACIONES "
039563                     "LLENO (MAXIMO 400 FECHAS). AGRANDAR LA "
039564                     "TABLA."
039565             MOVE 8 TO RETURN-CODE
039566             STOP RUN
039567         END-IF
039569         PERFORM 5320-CORRER-ENTRADA THRU 5320-EXIT
039570             VARYING VTA-CRO-MOVER FROM VTA-CRO-CANT BY -1
039571             UNTIL VTA-CRO-MOVER < VTA-CRO-POS
039573         ADD 1 TO VTA-CRO-CANT
039574         MOVE VTA-ACP-FECHA-ACREDIT
039575                          TO VTA-CRO-FECHA (VTA-CRO-POS)
039576         MOVE ZERO        TO VTA-CRO-LINEAS (VTA-CRO-POS)
039577         MOVE ZERO        TO VTA-CRO-IMPORTE (VTA-CRO-POS)
039578     END-IF.
039580
039581     ADD 1 TO VTA-CRO-LINEAS (VTA-CRO-POS).
039582     ADD VTA-ACP-TOT-COBRADO TO VTA-CRO-IMPORTE (VTA-CRO-POS).
039584
039585 5300-EXIT.
039586     EXIT.
039588
039589 5310-BUSCAR-POSICION.
039590
039592     IF VTA-CRO-FECHA (VTA-CRO-IDX) >= VTA-ACP-FECHA-ACREDIT
039593         SET VTA-CRO-POS TO VTA-CRO-IDX
039595         SET VTA-CRO-HALLADA TO TRUE
039596         IF VTA-CRO-FECHA (VTA-CRO-IDX) = VTA-ACP-FECHA-ACREDIT
039597             SET VTA-CRO-EXISTE TO TRUE
039598         END-IF
039599     END-IF.
039600
039601 5310-EXIT.
039602     EXIT.
039603
039604 5320-CORRER-ENTRADA.
039605
039606     MOVE VTA-CRO-ENTRADA (VTA-CRO-MOVER)
039607                          TO VTA-CRO-ENTRADA (VTA-CRO-MOVER + 1).
039608
039610 5320-EXIT.
039611     EXIT.
039612
039614******************************************************************
039615*5400-DEPURAR-RENDIDA: UNA ACREDITACION RENDIDA SE CONSERVA PARA
039616*DETECTAR UNA RENDICION REPETIDA; PASADOS VTA-DIAS-RETENCION DIAS
039618*DE SU PAGO YA NO HACE FALTA Y SE BORRA.
039619******************************************************************
039620 5400-DEPURAR-RENDIDA.
039622
039623     SET VTA-FCH-DIFERENCIA TO TRUE.
039625     MOVE VTA-ACP-FECHA-RENDIDA TO VTA-FCH-FECHA-1.
039626     MOVE VTA-FECHA-NEGOCIO     TO VTA-FCH-FECHA-2.
039627     CALL "VTAFECHA" USING VTA-FECHA-PARMS.
039629
039630     IF VTA-FCH-ERROR
039631         GO TO 5400-EXIT
039633     END-IF.
039634
039635     IF VTA-FCH-DIAS > VTA-DIAS-RETENCION
039637         DELETE ACRED-PEND-FILE RECORD
039638             INVALID KEY
039640                 DISPLAY "VTA3700 - NO SE PUDO BORRAR ACREDPEN "
039641                         VTA-ACP-KEY " ESTADO: " VTA-ACP-STATUS
039642             NOT INVALID KEY
039644                 ADD 1 TO VTA-CANT-DEPURADAS
039645         END-DELETE
039646     END-IF.
039648
039649 5400-EXIT.
039650     EXIT.
039652
039653******************************************************************
039655*7000-IMPRIMIR-CRONOGRAMA: LO PENDIENTE DE ACREDITAR QUE TODAVIA
039656*NO VENCE, POR FECHA DE ACREDITACION, PARA LA PROYECCION DE CAJA
039657*DE TESORERIA.
039659******************************************************************
039660 7000-IMPRIMIR-CRONOGRAMA.
039661
039663     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CRONO-TITULO.
039664
039665     IF VTA-CRO-CANT = ZERO
039667         WRITE VTA-REPORT-LINE FROM VTA-LINEA-CRONO-VACIO
039668         GO TO 7000-EXIT
039670     END-IF.
039671
039672     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CRONO-COLUMNAS.
039674
039675     PERFORM 7100-IMPRIMIR-FECHA THRU 7100-EXIT
039676         VARYING VTA-CRO-IDX FROM 1 BY 1
039678         UNTIL VTA-CRO-IDX > VTA-CRO-CANT.
039679
039680 7000-EXIT.
039682     EXIT.
039683
039685 7100-IMPRIMIR-FECHA.
039686
039687     MOVE VTA-CRO-FECHA (VTA-CRO-IDX)   TO VTA-LCR-FECHA.
039689     MOVE VTA-CRO-LINEAS (VTA-CRO-IDX)  TO VTA-LCR-LINEAS.
039690     MOVE VTA-CRO-IMPORTE (VTA-CRO-IDX) TO VTA-LCR-IMPORTE.
039691     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CRONO.
039693
039694 7100-EXIT.
039695     EXIT.
039697
039698 9000-FINALIZAR.
039700
039800     CLOSE ACRED-PEND-FILE.
039820     CLOSE CASO-CCARGO-FILE.
039840     IF VTA-AUDIT-ABIERTO
039860         CLOSE AUDIT-LOG-FILE
039880     END-IF.
039900     CLOSE REND-ADQ-FILE.
040000     CLOSE REND-TOLER-FILE.
040100
040200     PERFORM 8100-GRABAR-TRAILER-REND THRU 8100-EXIT.
040300     CLOSE REND-EXCEPT-FILE.
040400
040500     MOVE "PENDIENTES VENCIDAS     : " TO VTA-LC-CONCEPTO.
040600     MOVE VTA-CANT-VENCIDAS TO VTA-LC-VALOR.
040700     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
040800
040900     MOVE "LINEAS RENDIDAS         : " TO VTA-LC-CONCEPTO.
041700     MOVE "CONTRACARGOS            : " TO VTA-LC-CONCEPTO.
041800     MOVE VTA-CANT-CONTRACARGOS TO VTA-LC-VALOR.
041900     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
041901
041902     MOVE "CASOS ABIERTOS          : " TO VTA-LC-CONCEPTO.
041903     MOVE VTA-CANT-CASOS-ABIERTOS TO VTA-LC-VALOR.
041904     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
041906
041907     MOVE "CASOS SIN TICKET        : " TO VTA-LC-CONCEPTO.
041908     MOVE VTA-CANT-CASOS-SIN-TICKET TO VTA-LC-VALOR.
041909     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
041911
041912     MOVE "CASOS YA EXISTENTES     : " TO VTA-LC-CONCEPTO.
041913     MOVE VTA-CANT-CASOS-EXISTENTES TO VTA-LC-VALOR.
041914     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
041915
041917     MOVE "CONTRACARGOS SIN AUTORIZ: " TO VTA-LC-CONCEPTO.
041918     MOVE VTA-CANT-CASOS-SIN-AUTORIZ TO VTA-LC-VALOR.
041919     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
041920
041922     MOVE "RENDICIONES REPETIDAS   : " TO VTA-LC-CONCEPTO.
041933     MOVE VTA-CANT-REPETIDAS TO VTA-LC-VALOR.
041944     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
041955
041966     MOVE "RENDIDAS FUERA DE FECHA : " TO VTA-LC-CONCEPTO.
041977     MOVE VTA-CANT-FUERA-FECHA TO VTA-LC-VALOR.
041988     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
042000
042100     MOVE "EXCEPCIONES             : " TO VTA-LC-CONCEPTO.
042200     MOVE VTA-CANT-EXCEPCIONES TO VTA-LC-VALOR.
042900     MOVE "NETO RENDIDO            : " TO VTA-LR-CONCEPTO.
043000     MOVE VTA-TOT-NETO-RENDIDO TO VTA-LR-VALOR.
043100     WRITE VTA-REPORT-LINE FROM VTA-LINEA-RESUMEN.
043107
043115     MOVE "PENDIENTES A ACREDITAR  : " TO VTA-LC-CONCEPTO.
043123     MOVE VTA-CANT-A-ACREDITAR TO VTA-LC-VALOR.
043130     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
043138
043146     MOVE "IMPORTE A ACREDITAR     : " TO VTA-LR-CONCEPTO.
043153     MOVE VTA-TOT-A-ACREDITAR TO VTA-LR-VALOR.
043161     WRITE VTA-REPORT-LINE FROM VTA-LINEA-RESUMEN.
043169
043176     MOVE "RENDIDAS DEPURADAS      : " TO VTA-LC-CONCEPTO.
043184     MOVE VTA-CANT-DEPURADAS TO VTA-LC-VALOR.
043192     WRITE VTA-REPORT-LINE FROM VTA-LINEA-CANTIDAD.
043200
043300     CLOSE REND-REPORT-FILE.
043400

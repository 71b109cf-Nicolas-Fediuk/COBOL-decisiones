001601*2026-09-01 NF  LAS DEVOLUCIONES EN EFECTIVO (MARCA "R" DE
001602*               SALESTOT) RESTAN DE LO COBRADO DE SU TERMINAL:
001603*               EL CAJON ENTREGO ESA PLATA AL CLIENTE.
001611*2026-10-15 NF  SENAS DE PEDIDOS ESPECIALES: LA SENA APLICADA
001619*               EN UNA VENTA EN EFECTIVO NO ENTRA AL CAJON (SE
001627*               COBRO AL DAR EL PEDIDO DE ALTA), Y LAS SENAS
001635*               COBRADAS Y DEVUELTAS DEL DIA (SENAMOV) SUMAN Y
001643*               RESTAN EN LA TERMINAL QUE LAS MANEJO.
001644*2026-10-15 NF  EL SISTEMA PASA A SER EL EFECTIVO ESPERADO EN
001645*               EL CAJON: FONDO INICIAL DEL PRIMER TURNO DEL
001646*               DIA DE LA TERMINAL (TURNOCAJ) MAS LO COBRADO EN
001647*               EFECTIVO MENOS LAS SANGRIAS Y LOS GASTOS DE CAJA
001648*               CHICA DEL DIA (CAJAMOV). LA DECLARACION ES EL
001649*               CAJON CONTADO COMPLETO.
001651******************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. VTA1100.
003410     SELECT OPTIONAL FECHA-PARM-FILE ASSIGN TO "FECHAPRM"
003420         ORGANIZATION IS SEQUENTIAL
003430         FILE STATUS IS VTA-FPRM-STATUS.
003432
003434     SELECT OPTIONAL SENA-MOV-FILE ASSIGN TO "SENAMOV"
003436         ORGANIZATION IS SEQUENTIAL
003438         FILE STATUS IS VTA-SENAMV-STATUS.
003443
003448     SELECT TURNO-CAJA-FILE ASSIGN TO "TURNOCAJ"
003453         ORGANIZATION IS INDEXED
003458         ACCESS MODE IS DYNAMIC
003463         RECORD KEY IS VTA-TUR-CLAVE
003469         FILE STATUS IS VTA-TURNO-STATUS.
003474
003479     SELECT OPTIONAL CAJA-MOV-FILE ASSIGN TO "CAJAMOV"
003484         ORGANIZATION IS SEQUENTIAL
003489         FILE STATUS IS VTA-CAJAMV-STATUS.
003494
003500     SELECT ARQUEO-TOLER-FILE ASSIGN TO "ARQTOLER"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS VTA-TOLR-STATUS.
006200     RECORDING MODE IS F.
006300     COPY VTAARQX.
006400
006420 FD  SENA-MOV-FILE
006440     RECORDING MODE IS F.
006460     COPY VTASENA.
006480
006482 FD  TURNO-CAJA-FILE
006484     RECORDING MODE IS F.
006486     COPY VTATURN.
006488
006491 FD  CAJA-MOV-FILE
006493     RECORDING MODE IS F.
006495     COPY VTAMCAJ.
006497
006500 FD  ARQUEO-REPORT-FILE.
006600 01  VTA-REPORT-LINE                 PIC X(80).
006700
008120 01  VTA-FPRM-STATUS                 PIC X(02).
008130     88  VTA-FPRM-OK                 VALUE "00".
008200
008225 01  VTA-SENAMV-STATUS               PIC X(02).
008250     88  VTA-SENAMV-OK               VALUE "00".
008275
008278 01  VTA-TURNO-STATUS                PIC X(02).
008282     88  VTA-TURNO-OK                VALUE "00".
008285
008289 01  VTA-CAJAMV-STATUS               PIC X(02).
008292     88  VTA-CAJAMV-OK               VALUE "00".
008296
008300 01  VTA-AQEXC-STATUS                PIC X(02).
008400     88  VTA-AQEXC-OK                VALUE "00".
008500
009300         88  VTA-DECL-FIN            VALUE "S".
009400     05  VTA-SW-TRM-ENCONTRADA       PIC X(01) VALUE "N".
009500         88  VTA-TRM-ENCONTRADA      VALUE "S".
009533     05  VTA-SW-FIN-SENAS            PIC X(01) VALUE "N".
009566         88  VTA-FIN-SENAS           VALUE "S".
009572     05  VTA-SW-FIN-TURNOS           PIC X(01) VALUE "N".
009579         88  VTA-FIN-TURNOS          VALUE "S".
009586     05  VTA-SW-FIN-MOVCAJA          PIC X(01) VALUE "N".
009593         88  VTA-FIN-MOVCAJA         VALUE "S".
009600
009671*EL EFECTIVO QUE SEGUN EL SISTEMA DEBE HABER EN EL CAJON DE CADA
009742*TERMINAL: FONDO INICIAL MAS LO COBRADO EN EFECTIVO
009814*(SALES-TOTAL-FILE Y SENAS) MENOS SANGRIAS Y GASTOS DE CAJA CHICA.
009885*VTA-ARQ-DECLARADA MARCA LAS TERMINALES QUE YA RECIBIERON SU
009957*DECLARACION, PARA DETECTAR AL FINAL LAS QUE VENDIERON Y NO
010028*DECLARARON.
010100 01  VTA-TABLA-ARQUEO.
010200     05  VTA-ARQ-CANT                PIC 9(03) COMP VALUE ZERO.
010300     05  VTA-ARQ-ENTRADA OCCURS 100 TIMES
011000 01  VTA-ARQ-FOUND-NDX               PIC 9(03) COMP VALUE ZERO.
011100
011200 01  VTA-TRM-BUSCADA                 PIC X(05).
011250 01  VTA-TRM-ANTERIOR                PIC X(05) VALUE SPACES.
011300
011400*FECHA DE NEGOCIO QUE SE ESTA ARQUEANDO, LEIDA DEL PARAMETRO
011500*FECHAPRM. UNA DECLARACION DE OTRA FECHA NO CORRESPONDE A ESTE
015300
015400     PERFORM 2000-ACUMULAR-COBRADO THRU 2000-EXIT
015500         UNTIL VTA-TOT-EOF.
015533
015566     PERFORM 2500-ACUMULAR-SENAS THRU 2500-EXIT.
015572
015579     PERFORM 2600-ACUMULAR-FONDOS THRU 2600-EXIT.
015586
015593     PERFORM 2700-ACUMULAR-MOV-CAJA THRU 2700-EXIT.
015600
015700     PERFORM 3000-PROCESAR-DECLARACION THRU 3000-EXIT
015800         UNTIL VTA-DECL-FIN.
022870     END-IF.
022900
023000     MOVE VTA-TOT-TERMINAL-ID TO VTA-TRM-BUSCADA.
023600     PERFORM 2150-UBICAR-TERMINAL THRU 2150-EXIT.
024200
024210*UNA DEVOLUCION EN EFECTIVO ES PLATA QUE SALIO DEL CAJON:
024220*RESTA DE LO COBRADO DE LA TERMINAL.
024260     ELSE
024300         ADD VTA-TOT-TOTAL-COBRAR
024400             TO VTA-ARQ-COBRADO (VTA-ARQ-FOUND-NDX)
024402*LA SENA DE UN PEDIDO ESPECIAL APLICADA EN LA VENTA ENTRO AL
024404*CAJON EL DIA QUE SE COBRO (DIARIO DE SENAS), NO AHORA.
024406         SUBTRACT VTA-TOT-SENA
024408             FROM VTA-ARQ-COBRADO (VTA-ARQ-FOUND-NDX)
024410     END-IF.
024500
024550 2000-SIGUIENTE.
026800     END-IF.
026900
027000 2110-EXIT.
027001     EXIT.
027002
027003******************************************************************
027005*2150-UBICAR-TERMINAL: DEJA EN VTA-ARQ-FOUND-NDX LA ENTRADA DE
027006*VTA-TRM-BUSCADA, AGREGANDO LA TERMINAL A LA TABLA LA PRIMERA VEZ
027007*QUE APARECE.
027008******************************************************************
027010 2150-UBICAR-TERMINAL.
027011
027012     PERFORM 2100-BUSCAR-TERMINAL THRU 2100-EXIT.
027013
027015     IF NOT VTA-TRM-ENCONTRADA
027016         IF VTA-ARQ-CANT >= 100
027017             DISPLAY "VTA1100 - TABLA DE TERMINALES LLENA "
027018                     "(MAXIMO 100). AGRANDAR LA TABLA."
027020             MOVE 8 TO RETURN-CODE
027021             STOP RUN
027022         END-IF
027023         ADD 1 TO VTA-ARQ-CANT
027025         SET VTA-ARQ-IDX TO VTA-ARQ-CANT
027026         SET VTA-ARQ-FOUND-NDX TO VTA-ARQ-CANT
027027         MOVE VTA-TRM-BUSCADA
027028                           TO VTA-ARQ-TERMINAL (VTA-ARQ-IDX)
027030         MOVE ZERO         TO VTA-ARQ-COBRADO (VTA-ARQ-IDX)
027031         MOVE "N"          TO VTA-ARQ-SW-DECLARADA (VTA-ARQ-IDX)
027032     END-IF.
027033
027035 2150-EXIT.
027036     EXIT.
027037
027038******************************************************************
027040*2500-ACUMULAR-SENAS: RECORRE EL DIARIO DE SENAS DE PEDIDOS
027041*ESPECIALES Y, PARA LA FECHA DE NEGOCIO, SUMA A SU TERMINAL LAS
027042*SENAS COBRADAS EN EFECTIVO Y RESTA LAS DEVUELTAS. LAS APLICADAS Y
027043*LAS PERDIDAS NO MUEVEN EL CAJON.
027045******************************************************************
027046 2500-ACUMULAR-SENAS.
027047
027048     OPEN INPUT SENA-MOV-FILE.
027050     IF NOT VTA-SENAMV-OK
027051         GO TO 2500-EXIT
027052     END-IF.
027053
027055     PERFORM 2510-LEER-SENA THRU 2510-EXIT
027056         UNTIL VTA-FIN-SENAS.
027057
027058     CLOSE SENA-MOV-FILE.
027060
027061 2500-EXIT.
027062     EXIT.
027063
027065 2510-LEER-SENA.
027066
027067     READ SENA-MOV-FILE
027068         AT END
027070             SET VTA-FIN-SENAS TO TRUE
027071             GO TO 2510-EXIT
027072     END-READ.
027073
027075     IF VTA-SNM-FECHA NOT = VTA-FECHA-NEGOCIO
027076         GO TO 2510-EXIT
027077     END-IF.
027078
027080     IF NOT VTA-SNM-COBRADA AND NOT VTA-SNM-DEVUELTA
027081         GO TO 2510-EXIT
027082     END-IF.
027083
027085     MOVE VTA-SNM-TERMINAL-ID TO VTA-TRM-BUSCADA.
027086     PERFORM 2150-UBICAR-TERMINAL THRU 2150-EXIT.
027087
027088     IF VTA-SNM-COBRADA
027090         ADD VTA-SNM-IMPORTE
027091             TO VTA-ARQ-COBRADO (VTA-ARQ-FOUND-NDX)
027092     ELSE
027093         SUBTRACT VTA-SNM-IMPORTE
027095             FROM VTA-ARQ-COBRADO (VTA-ARQ-FOUND-NDX)
027096     END-IF.
027097
027098 2510-EXIT.
027100     EXIT.
027200
027300******************************************************************
027301*2600-ACUMULAR-FONDOS: SUMA A CADA TERMINAL EL FONDO INICIAL CON
027303*QUE ABRIO SU CAJON EN LA FECHA DE NEGOCIO, QUE ES EL DEL PRIMER
027305*TURNO DEL DIA (LOS TURNOS SIGUIENTES RECIBEN EL MISMO CAJON). UNA
027307*TERMINAL QUE ABRIO TURNO Y NO VENDIO IGUAL DEBE DECLARAR SU CAJA.
027309******************************************************************
027311 2600-ACUMULAR-FONDOS.
027313
027315     OPEN INPUT TURNO-CAJA-FILE.
027316     IF NOT VTA-TURNO-OK
027318         DISPLAY "VTA1100 - AVISO: NO SE PUDO ABRIR "
027320                 "TURNO-CAJA-FILE (ESTADO " VTA-TURNO-STATUS
027322                 "). SIN FONDOS INICIALES."
027324         GO TO 2600-EXIT
027326     END-IF.
027328
027330     MOVE VTA-FECHA-NEGOCIO TO VTA-TUR-FECHA.
027332     MOVE LOW-VALUES        TO VTA-TUR-TERMINAL-ID.
027333     MOVE ZERO              TO VTA-TUR-NRO.
027335
027337     START TURNO-CAJA-FILE KEY >= VTA-TUR-CLAVE
027339         INVALID KEY
027341             SET VTA-FIN-TURNOS TO TRUE
027343     END-START.
027345
027347     PERFORM 2610-LEER-TURNO THRU 2610-EXIT
027349         UNTIL VTA-FIN-TURNOS.
027350
027352     CLOSE TURNO-CAJA-FILE.
027354
027356 2600-EXIT.
027358     EXIT.
027360
027362 2610-LEER-TURNO.
027364
027366     READ TURNO-CAJA-FILE NEXT
027367         AT END
027369             SET VTA-FIN-TURNOS TO TRUE
027371             GO TO 2610-EXIT
027373     END-READ.
027375
027377     IF VTA-TUR-FECHA NOT = VTA-FECHA-NEGOCIO
027379         SET VTA-FIN-TURNOS TO TRUE
027381         GO TO 2610-EXIT
027383     END-IF.
027384
027386*LOS TURNOS VIENEN POR TERMINAL Y NUMERO: EL PRIMERO DE CADA
027388*TERMINAL ES EL QUE ABRIO EL CAJON.
027390     IF VTA-TUR-TERMINAL-ID = VTA-TRM-ANTERIOR
027392         GO TO 2610-EXIT
027394     END-IF.
027396     MOVE VTA-TUR-TERMINAL-ID TO VTA-TRM-ANTERIOR.
027398
027400     MOVE VTA-TUR-TERMINAL-ID TO VTA-TRM-BUSCADA.
027401     PERFORM 2150-UBICAR-TERMINAL THRU 2150-EXIT.
027403
027405     ADD VTA-TUR-FONDO-INICIAL
027407         TO VTA-ARQ-COBRADO (VTA-ARQ-FOUND-NDX).
027409
027411 2610-EXIT.
027413     EXIT.
027415
027416******************************************************************
027418*2700-ACUMULAR-MOV-CAJA: RESTA DE SU TERMINAL LAS SANGRIAS A LA
027420*CAJA FUERTE Y LOS GASTOS DE CAJA CHICA DE LA FECHA DE NEGOCIO
027422*(DIARIO CAJAMOV): ES EFECTIVO QUE SALIO DEL CAJON CON FIRMA DE
027424*SUPERVISOR Y NO DEBE APARECER COMO DIFERENCIA.
027426******************************************************************
027428 2700-ACUMULAR-MOV-CAJA.
027430
027432     OPEN INPUT CAJA-MOV-FILE.
027433     IF NOT VTA-CAJAMV-OK
027435         GO TO 2700-EXIT
027437     END-IF.
027439
027441     PERFORM 2710-LEER-MOV-CAJA THRU 2710-EXIT
027443         UNTIL VTA-FIN-MOVCAJA.
027445
027447     CLOSE CAJA-MOV-FILE.
027449
027450 2700-EXIT.
027452     EXIT.
027454
027456 2710-LEER-MOV-CAJA.
027458
027460     READ CAJA-MOV-FILE
027462         AT END
027464             SET VTA-FIN-MOVCAJA TO TRUE
027466             GO TO 2710-EXIT
027467     END-READ.
027469
027471     IF VTA-MCJ-FECHA NOT = VTA-FECHA-NEGOCIO
027473         GO TO 2710-EXIT
027475     END-IF.
027477
027479     MOVE VTA-MCJ-TERMINAL-ID TO VTA-TRM-BUSCADA.
027481     PERFORM 2150-UBICAR-TERMINAL THRU 2150-EXIT.
027483
027484     SUBTRACT VTA-MCJ-IMPORTE
027486         FROM VTA-ARQ-COBRADO (VTA-ARQ-FOUND-NDX).
027488
027490 2710-EXIT.
027492     EXIT.
027494
027496******************************************************************
027498*3000-PROCESAR-DECLARACION: EMPAREJA LA DECLARACION ACTUAL CONTRA
027500*EL ACUMULADO DE SU TERMINAL. UNA DECLARACION DE OTRA FECHA O DE
027600*UNA TERMINAL SIN VENTAS SE GRABA COMO EXCEPCION TIPO "A"; UNA
027700*DIFERENCIA ABSOLUTA FUERA DE TOLERANCIA, COMO TIPO "D".

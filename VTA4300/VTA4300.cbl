001200******************************************************************
001300*MODIFICACIONES:
001400*2026-09-01 NF  PROGRAMA ORIGINAL.
001416*2026-10-15 NF  SENAS DE PEDIDOS ESPECIALES: EL MEDIO DE LA VENTA
001433*               DE RETIRO LLEVA LO COBRADO MENOS LA SENA APLICADA,
001450*               QUE SE INFORMA APARTE COMO MEDIO "SA"; LAS SENAS
001466*               COBRADAS MENOS LAS DEVUELTAS EN EL TURNO (DIARIO
001483*               SENAMOV) SE INFORMAN COMO MEDIO "SC", EN EFECTIVO.
001486*2026-10-15 NF  SANGRIAS Y GASTOS DE CAJA CHICA DEL TURNO (DIARIO
001489*               CAJAMOV, VTA4200) Y EFECTIVO ESPERADO EN EL CAJON:
001493*               FONDO INICIAL MAS EFECTIVO COBRADO MENOS SANGRIAS
001496*               MENOS GASTOS.
001500******************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. VTA4300.
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS VTA-FPRM-STATUS.
003900
003925     SELECT OPTIONAL SENA-MOV-FILE ASSIGN TO "SENAMOV"
003950         ORGANIZATION IS SEQUENTIAL
003975         FILE STATUS IS VTA-SENAMV-STATUS.
003979
003983     SELECT OPTIONAL CAJA-MOV-FILE ASSIGN TO "CAJAMOV"
003987         ORGANIZATION IS SEQUENTIAL
003991         FILE STATUS IS VTA-CAJAMV-STATUS.
003995
004000     SELECT ZETA-REPORT-FILE ASSIGN TO "ZETARPT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS VTA-REPORT-STATUS.
005700     05  VTA-FPRM-FECHA              PIC 9(08).
005800     05  FILLER                      PIC X(72).
005900
005925 FD  SENA-MOV-FILE
005950     RECORDING MODE IS F.
005975     COPY VTASENA.
005979
005983 FD  CAJA-MOV-FILE
005987     RECORDING MODE IS F.
005991     COPY VTAMCAJ.
005995
006000 FD  ZETA-REPORT-FILE.
006100 01  VTA-REPORT-LINE                 PIC X(80).
006200
007200 01  VTA-FPRM-STATUS                 PIC X(02).
007300     88  VTA-FPRM-OK                 VALUE "00".
007400
007433 01  VTA-SENAMV-STATUS               PIC X(02).
007466     88  VTA-SENAMV-OK               VALUE "00".
007472
007479 01  VTA-CAJAMV-STATUS               PIC X(02).
007486     88  VTA-CAJAMV-OK               VALUE "00".
007493
007500 01  VTA-REPORT-STATUS               PIC X(02).
007600     88  VTA-REPORT-OK               VALUE "00".
007700
008200         88  VTA-FIN-TURNOS          VALUE "S".
008300     05  VTA-SW-ZETA-ENCONTRADA      PIC X(01) VALUE "N".
008400         88  VTA-ZETA-ENCONTRADA     VALUE "S".
008433     05  VTA-SW-FIN-SENAS            PIC X(01) VALUE "N".
008466         88  VTA-FIN-SENAS           VALUE "S".
008472     05  VTA-SW-FIN-MOVCAJA          PIC X(01) VALUE "N".
008479         88  VTA-FIN-MOVCAJA         VALUE "S".
008486     05  VTA-SW-MOV-ENCONTRADO       PIC X(01) VALUE "N".
008493         88  VTA-MOV-ENCONTRADO      VALUE "S".
008500
008600 01  VTA-FECHA-NEGOCIO               PIC 9(08) VALUE ZERO.
008700
009600         10  VTA-ZET-MEDIO           PIC X(02).
009700         10  VTA-ZET-CANT-VENTAS     PIC 9(07) COMP VALUE ZERO.
009800         10  VTA-ZET-COBRADO         PIC S9(09)V9(02) VALUE ZERO.
009820*PARTE DE LO COBRADO QUE ENTRO AL CAJON EN EFECTIVO (VENTAS "EF"
009840*QUE NO SON EN CUENTA CORRIENTE Y SENAS "SC"), PARA EL EFECTIVO
009860*ESPERADO DEL TURNO.
009880         10  VTA-ZET-EFECTIVO        PIC S9(09)V9(02) VALUE ZERO.
009900
010000 01  VTA-ZET-FOUND-NDX               PIC 9(03) COMP VALUE ZERO.
010100
010200 01  VTA-CAJ-BUSCADO                 PIC X(05).
010300 01  VTA-TRM-BUSCADA                 PIC X(05).
010400 01  VTA-MEDIO-BUSCADO               PIC X(02).
010407 01  VTA-TURNO-BUSCADO               PIC 9(02).
010414
010428*MEDIOS DEL Z PARA LAS SENAS DE PEDIDOS ESPECIALES: "SA" LA SENA
010442*APLICADA COMO PAGO EN LA VENTA DE RETIRO (NO ENTRA AL CAJON EN EL
010457*TURNO) Y "SC" LAS SENAS COBRADAS MENOS LAS DEVUELTAS EN EFECTIVO.
010471 77  VTA-MEDIO-SENA-APLICADA         PIC X(02) VALUE "SA".
010485 77  VTA-MEDIO-SENA-CAJA             PIC X(02) VALUE "SC".
010500
010600 01  VTA-CANT-SIN-CAJERO             PIC 9(07) COMP VALUE ZERO.
010605
010611*SANGRIAS Y GASTOS DE CAJA CHICA DE LA FECHA DE NEGOCIO POR TURNO
010616*(TERMINAL Y NUMERO), CARGADOS DEL DIARIO CAJAMOV.
010622 01  VTA-TABLA-MOVCAJA.
010627     05  VTA-MVC-CANT                PIC 9(03) COMP VALUE ZERO.
010633     05  VTA-MVC-ENTRADA OCCURS 500 TIMES
010638                         INDEXED BY VTA-MVC-IDX.
010644         10  VTA-MVC-TERMINAL        PIC X(05).
010650         10  VTA-MVC-TURNO-NRO       PIC 9(02).
010655         10  VTA-MVC-CANT-SANGRIAS   PIC 9(05) COMP VALUE ZERO.
010661         10  VTA-MVC-SANGRIAS        PIC 9(09)V9(02) VALUE ZERO.
010666         10  VTA-MVC-CANT-GASTOS     PIC 9(05) COMP VALUE ZERO.
010672         10  VTA-MVC-GASTOS          PIC 9(09)V9(02) VALUE ZERO.
010677
010683 01  VTA-MVC-FOUND-NDX               PIC 9(03) COMP VALUE ZERO.
010688
010694 01  VTA-EFECTIVO-ESPERADO           PIC S9(09)V9(02) VALUE ZERO.
010700
010800*LINEAS DE IMPRESION.
010900 01  VTA-LINEA-TITULO.
014100     05  FILLER                      PIC X(10) VALUE "  COBRADO:".
014200     05  VTA-LM-COBRADO              PIC ZZZ,ZZZ,ZZ9.99-.
014300
014305 01  VTA-LINEA-SANGRIAS.
014310     05  FILLER                      PIC X(24)
014315         VALUE "   SANGRIAS CAJA FUERTE:".
014320     05  VTA-LS-CANT                 PIC ZZZ,ZZ9.
014325     05  FILLER                      PIC X(10) VALUE "  IMPORTE:".
014330     05  VTA-LS-IMPORTE              PIC ZZZ,ZZZ,ZZ9.99.
014335
014340 01  VTA-LINEA-GASTOS.
014345     05  FILLER                      PIC X(24)
014350         VALUE "   GASTOS CAJA CHICA:   ".
014355     05  VTA-LG-CANT                 PIC ZZZ,ZZ9.
014360     05  FILLER                      PIC X(10) VALUE "  IMPORTE:".
014365     05  VTA-LG-IMPORTE              PIC ZZZ,ZZZ,ZZ9.99.
014370
014375 01  VTA-LINEA-ESPERADO.
014380     05  FILLER                      PIC X(31)
014385         VALUE "   EFECTIVO ESPERADO EN CAJON: ".
014390     05  VTA-LE-IMPORTE              PIC ZZZ,ZZZ,ZZ9.99-.
014395
014400 PROCEDURE DIVISION.
014500
014600 0000-MAINLINE.
014900
015000     PERFORM 2000-ACUMULAR-VENTA THRU 2000-EXIT
015100         UNTIL VTA-TOT-EOF.
015133
015166     PERFORM 2500-ACUMULAR-SENAS THRU 2500-EXIT.
015177
015188     PERFORM 2600-ACUMULAR-MOV-CAJA THRU 2600-EXIT.
015200
015300     PERFORM 3000-EMITIR-TURNOS THRU 3000-EXIT.
015400
022900     MOVE VTA-TOT-TERMINAL-ID TO VTA-TRM-BUSCADA.
023000     MOVE VTA-TOT-MEDIO-PAGO  TO VTA-MEDIO-BUSCADO.
023100
024200     PERFORM 2150-UBICAR-COMBINACION THRU 2150-EXIT.
025300
025400     ADD 1 TO VTA-ZET-CANT-VENTAS (VTA-ZET-FOUND-NDX).
025500
025900     ELSE
026000         ADD VTA-TOT-TOTAL-COBRAR
026100             TO VTA-ZET-COBRADO (VTA-ZET-FOUND-NDX)
026110         SUBTRACT VTA-TOT-SENA
026120             FROM VTA-ZET-COBRADO (VTA-ZET-FOUND-NDX)
026130     END-IF.
026140
026141*EL EFECTIVO DEL CAJON SIGUE EL CRITERIO DEL ARQUEO (VTA1100):
026142*SOLO LAS VENTAS "EF" QUE NO SON EN CUENTA CORRIENTE.
026143     IF VTA-TOT-MEDIO-PAGO = "EF" AND NOT VTA-TOT-EN-CTA-CTE
026145         IF VTA-TOT-ES-DEVOLUCION
026146             SUBTRACT VTA-TOT-TOTAL-COBRAR
026147                 FROM VTA-ZET-EFECTIVO (VTA-ZET-FOUND-NDX)
026148         ELSE
026150             ADD VTA-TOT-TOTAL-COBRAR
026151                 TO VTA-ZET-EFECTIVO (VTA-ZET-FOUND-NDX)
026152             SUBTRACT VTA-TOT-SENA
026153                 FROM VTA-ZET-EFECTIVO (VTA-ZET-FOUND-NDX)
026155         END-IF
026156     END-IF.
026157
026158     IF VTA-TOT-SENA > ZERO AND NOT VTA-TOT-ES-DEVOLUCION
026160         MOVE VTA-MEDIO-SENA-APLICADA TO VTA-MEDIO-BUSCADO
026170         PERFORM 2150-UBICAR-COMBINACION THRU 2150-EXIT
026180         ADD 1 TO VTA-ZET-CANT-VENTAS (VTA-ZET-FOUND-NDX)
026190         ADD VTA-TOT-SENA TO VTA-ZET-COBRADO (VTA-ZET-FOUND-NDX)
026200     END-IF.
026300
026400 2000-SIGUIENTE.
029000     END-IF.
029100
029200 2110-EXIT.
029201     EXIT.
029202
029203******************************************************************
029204*2150-UBICAR-COMBINACION: DEJA EN VTA-ZET-FOUND-NDX LA ENTRADA DEL
029205*CAJERO, TERMINAL Y MEDIO BUSCADOS, AGREGANDOLA A LA TABLA LA
029206*PRIMERA VEZ QUE APARECE.
029207******************************************************************
029208 2150-UBICAR-COMBINACION.
029209
029210     PERFORM 2100-BUSCAR-COMBINACION THRU 2100-EXIT.
029211
029212     IF NOT VTA-ZETA-ENCONTRADA
029213         IF VTA-ZET-CANT >= 500
029215             DISPLAY "VTA4300 - TABLA DE TURNOS LLENA "
029216                     "(MAXIMO 500). AGRANDAR LA TABLA."
029217             MOVE 8 TO RETURN-CODE
029218             STOP RUN
029219         END-IF
029220         ADD 1 TO VTA-ZET-CANT
029221         SET VTA-ZET-IDX TO VTA-ZET-CANT
029222         SET VTA-ZET-FOUND-NDX TO VTA-ZET-CANT
029223         MOVE VTA-CAJ-BUSCADO
029224                          TO VTA-ZET-CAJERO (VTA-ZET-IDX)
029225         MOVE VTA-TRM-BUSCADA
029226                          TO VTA-ZET-TERMINAL (VTA-ZET-IDX)
029227         MOVE VTA-MEDIO-BUSCADO
029228                          TO VTA-ZET-MEDIO (VTA-ZET-IDX)
029229         MOVE ZERO        TO VTA-ZET-CANT-VENTAS (VTA-ZET-IDX)
029230         MOVE ZERO        TO VTA-ZET-COBRADO (VTA-ZET-IDX)
029231         MOVE ZERO        TO VTA-ZET-EFECTIVO (VTA-ZET-IDX)
029232     END-IF.
029233
029234 2150-EXIT.
029235     EXIT.
029236
029237******************************************************************
029238*2500-ACUMULAR-SENAS: SUMA AL MEDIO "SC" DEL CAJERO Y TERMINAL LAS
029239*SENAS DE PEDIDOS ESPECIALES COBRADAS EN LA FECHA DE NEGOCIO Y
029240*RESTA LAS DEVUELTAS (DIARIO DE SENAS). LAS APLICADAS YA ESTAN EN
029241*"SA" Y LAS PERDIDAS NO MUEVEN EL CAJON.
029242******************************************************************
029243 2500-ACUMULAR-SENAS.
029244
029245     OPEN INPUT SENA-MOV-FILE.
029246     IF NOT VTA-SENAMV-OK
029247         GO TO 2500-EXIT
029248     END-IF.
029249
029250     PERFORM 2510-LEER-SENA THRU 2510-EXIT
029251         UNTIL VTA-FIN-SENAS.
029252
029253     CLOSE SENA-MOV-FILE.
029254
029255 2500-EXIT.
029256     EXIT.
029257
029258 2510-LEER-SENA.
029259
029260     READ SENA-MOV-FILE
029261         AT END
029262             SET VTA-FIN-SENAS TO TRUE
029263             GO TO 2510-EXIT
029264     END-READ.
029265
029266     IF VTA-SNM-FECHA NOT = VTA-FECHA-NEGOCIO
029267         GO TO 2510-EXIT
029268     END-IF.
029269
029270     IF NOT VTA-SNM-COBRADA AND NOT VTA-SNM-DEVUELTA
029271         GO TO 2510-EXIT
029272     END-IF.
029273
029274     IF VTA-SNM-CAJERO-ID = SPACES
029275         ADD 1 TO VTA-CANT-SIN-CAJERO
029276         GO TO 2510-EXIT
029277     END-IF.
029278
029279     MOVE VTA-SNM-CAJERO-ID       TO VTA-CAJ-BUSCADO.
029280     MOVE VTA-SNM-TERMINAL-ID     TO VTA-TRM-BUSCADA.
029281     MOVE VTA-MEDIO-SENA-CAJA     TO VTA-MEDIO-BUSCADO.
029282     PERFORM 2150-UBICAR-COMBINACION THRU 2150-EXIT.
029283
029284     ADD 1 TO VTA-ZET-CANT-VENTAS (VTA-ZET-FOUND-NDX).
029285
029286     IF VTA-SNM-COBRADA
029287         ADD VTA-SNM-IMPORTE
029288             TO VTA-ZET-COBRADO (VTA-ZET-FOUND-NDX)
029289         ADD VTA-SNM-IMPORTE
029290             TO VTA-ZET-EFECTIVO (VTA-ZET-FOUND-NDX)
029291     ELSE
029292         SUBTRACT VTA-SNM-IMPORTE
029293             FROM VTA-ZET-COBRADO (VTA-ZET-FOUND-NDX)
029294         SUBTRACT VTA-SNM-IMPORTE
029295             FROM VTA-ZET-EFECTIVO (VTA-ZET-FOUND-NDX)
029296     END-IF.
029297
029298 2510-EXIT.
029299     EXIT.
029300
029301******************************************************************
029302*2600-ACUMULAR-MOV-CAJA: SUMA POR TURNO LAS SANGRIAS Y LOS GASTOS
029303*DE CAJA CHICA DE LA FECHA DE NEGOCIO (DIARIO CAJAMOV).
029304******************************************************************
029305 2600-ACUMULAR-MOV-CAJA.
029306
029307     OPEN INPUT CAJA-MOV-FILE.
029308     IF NOT VTA-CAJAMV-OK
029309         GO TO 2600-EXIT
029310     END-IF.
029311
029312     PERFORM 2610-LEER-MOV-CAJA THRU 2610-EXIT
029313         UNTIL VTA-FIN-MOVCAJA.
029314
029315     CLOSE CAJA-MOV-FILE.
029316
029317 2600-EXIT.
029319     EXIT.
029320
029321 2610-LEER-MOV-CAJA.
029322
029323     READ CAJA-MOV-FILE
029324         AT END
029325             SET VTA-FIN-MOVCAJA TO TRUE
029326             GO TO 2610-EXIT
029327     END-READ.
029328
029329     IF VTA-MCJ-FECHA NOT = VTA-FECHA-NEGOCIO
029330         GO TO 2610-EXIT
029331     END-IF.
029332
029333     MOVE VTA-MCJ-TERMINAL-ID TO VTA-TRM-BUSCADA.
029334     MOVE VTA-MCJ-TURNO-NRO   TO VTA-TURNO-BUSCADO.
029335     PERFORM 2650-BUSCAR-TURNO-MOV THRU 2650-EXIT.
029336
029337     IF NOT VTA-MOV-ENCONTRADO
029339         IF VTA-MVC-CANT >= 500
029340             DISPLAY "VTA4300 - TABLA DE MOVIMIENTOS DE CAJA "
029341               "LLENA "
029342                     "(MAXIMO 500). AGRANDAR LA TABLA."
029343             MOVE 8 TO RETURN-CODE
029344             STOP RUN
029345         END-IF
029346         ADD 1 TO VTA-MVC-CANT
029347         SET VTA-MVC-IDX TO VTA-MVC-CANT
029348         SET VTA-MVC-FOUND-NDX TO VTA-MVC-CANT
029349         MOVE VTA-TRM-BUSCADA   TO VTA-MVC-TERMINAL (VTA-MVC-IDX)
029350         MOVE VTA-TURNO-BUSCADO TO VTA-MVC-TURNO-NRO (VTA-MVC-IDX)
029351         MOVE ZERO         TO VTA-MVC-CANT-SANGRIAS (VTA-MVC-IDX)
029352         MOVE ZERO         TO VTA-MVC-SANGRIAS (VTA-MVC-IDX)
029353         MOVE ZERO         TO VTA-MVC-CANT-GASTOS (VTA-MVC-IDX)
029354         MOVE ZERO         TO VTA-MVC-GASTOS (VTA-MVC-IDX)
029355     END-IF.
029356
029357     IF VTA-MCJ-SANGRIA
029358         ADD 1 TO VTA-MVC-CANT-SANGRIAS (VTA-MVC-FOUND-NDX)
029360         ADD VTA-MCJ-IMPORTE
029361             TO VTA-MVC-SANGRIAS (VTA-MVC-FOUND-NDX)
029362     ELSE
029363         ADD 1 TO VTA-MVC-CANT-GASTOS (VTA-MVC-FOUND-NDX)
029364         ADD VTA-MCJ-IMPORTE
029365             TO VTA-MVC-GASTOS (VTA-MVC-FOUND-NDX)
029366     END-IF.
029367
029368 2610-EXIT.
029369     EXIT.
029370
029371******************************************************************
029372*2650-BUSCAR-TURNO-MOV: BUSCA EN LA TABLA DE MOVIMIENTOS DE CAJA
029373*EL TURNO DE VTA-TRM-BUSCADA Y VTA-TURNO-BUSCADO; SI ESTA, LO DEJA
029374*EN VTA-MVC-FOUND-NDX.
029375******************************************************************
029376 2650-BUSCAR-TURNO-MOV.
029377
029378     MOVE "N" TO VTA-SW-MOV-ENCONTRADO.
029380
029381     PERFORM 2660-COMPARAR-TURNO-MOV THRU 2660-EXIT
029382         VARYING VTA-MVC-IDX FROM 1 BY 1
029383         UNTIL VTA-MVC-IDX > VTA-MVC-CANT
029384            OR VTA-MOV-ENCONTRADO.
029385
029386 2650-EXIT.
029387     EXIT.
029388
029389 2660-COMPARAR-TURNO-MOV.
029390
029391     IF VTA-TRM-BUSCADA = VTA-MVC-TERMINAL (VTA-MVC-IDX)
029392        AND VTA-TURNO-BUSCADO = VTA-MVC-TURNO-NRO (VTA-MVC-IDX)
029393         SET VTA-MVC-FOUND-NDX TO VTA-MVC-IDX
029394         SET VTA-MOV-ENCONTRADO TO TRUE
029395     END-IF.
029396
029397 2660-EXIT.
029398     EXIT.
029400
029500******************************************************************
029600*3000-EMITIR-TURNOS: RECORRE LOS TURNOS DE LA FECHA DE NEGOCIO Y
034000     END-IF.
034100
034200     MOVE VTA-TUR-FONDO-INICIAL TO VTA-LF-FONDO.
034250     MOVE VTA-TUR-FONDO-INICIAL TO VTA-EFECTIVO-ESPERADO.
034300     WRITE VTA-REPORT-LINE FROM VTA-LINEA-FONDO.
034400
034500     PERFORM 3200-EMITIR-MEDIOS THRU 3200-EXIT
034600         VARYING VTA-ZET-IDX FROM 1 BY 1
034700         UNTIL VTA-ZET-IDX > VTA-ZET-CANT.
034733
034766     PERFORM 3300-EMITIR-EFECTIVO THRU 3300-EXIT.
034800
034900 3100-EXIT.
035000     EXIT.
035700         MOVE VTA-ZET-CANT-VENTAS (VTA-ZET-IDX) TO VTA-LM-CANT
035800         MOVE VTA-ZET-COBRADO (VTA-ZET-IDX)     TO VTA-LM-COBRADO
035900         WRITE VTA-REPORT-LINE FROM VTA-LINEA-MEDIO
035933         ADD VTA-ZET-EFECTIVO (VTA-ZET-IDX)
035966       TO VTA-EFECTIVO-ESPERADO
036000     END-IF.
036100
036200 3200-EXIT.
036202     EXIT.
036204
036207******************************************************************
036209*3300-EMITIR-EFECTIVO: SANGRIAS Y GASTOS DE CAJA CHICA DEL TURNO Y
036212*EL EFECTIVO QUE DEBERIA QUEDAR EN EL CAJON: FONDO INICIAL MAS LO
036214*COBRADO EN EFECTIVO (YA SUMADO POR 3200) MENOS SANGRIAS Y GASTOS.
036217******************************************************************
036219 3300-EMITIR-EFECTIVO.
036221
036224     MOVE VTA-TUR-TERMINAL-ID TO VTA-TRM-BUSCADA.
036226     MOVE VTA-TUR-NRO         TO VTA-TURNO-BUSCADO.
036229     PERFORM 2650-BUSCAR-TURNO-MOV THRU 2650-EXIT.
036231
036234     IF VTA-MOV-ENCONTRADO
036236         MOVE VTA-MVC-CANT-SANGRIAS (VTA-MVC-FOUND-NDX)
036239                                  TO VTA-LS-CANT
036241         MOVE VTA-MVC-SANGRIAS (VTA-MVC-FOUND-NDX)
036243                                  TO VTA-LS-IMPORTE
036246         MOVE VTA-MVC-CANT-GASTOS (VTA-MVC-FOUND-NDX)
036248                                  TO VTA-LG-CANT
036251         MOVE VTA-MVC-GASTOS (VTA-MVC-FOUND-NDX)
036253                                  TO VTA-LG-IMPORTE
036256         SUBTRACT VTA-MVC-SANGRIAS (VTA-MVC-FOUND-NDX)
036258             FROM VTA-EFECTIVO-ESPERADO
036260         SUBTRACT VTA-MVC-GASTOS (VTA-MVC-FOUND-NDX)
036263             FROM VTA-EFECTIVO-ESPERADO
036265     ELSE
036268         MOVE ZERO                TO VTA-LS-CANT
036270         MOVE ZERO                TO VTA-LS-IMPORTE
036273         MOVE ZERO                TO VTA-LG-CANT
036275         MOVE ZERO                TO VTA-LG-IMPORTE
036278     END-IF.
036280
036282     WRITE VTA-REPORT-LINE FROM VTA-LINEA-SANGRIAS.
036285     WRITE VTA-REPORT-LINE FROM VTA-LINEA-GASTOS.
036287
036290     MOVE VTA-EFECTIVO-ESPERADO TO VTA-LE-IMPORTE.
036292     WRITE VTA-REPORT-LINE FROM VTA-LINEA-ESPERADO.
036295
036297 3300-EXIT.
036300     EXIT.
036400
036500 9000-FINALIZAR.

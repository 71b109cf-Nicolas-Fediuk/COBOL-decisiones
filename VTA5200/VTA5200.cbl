001600******************************************************************
001700*MODIFICACIONES:
001800*2026-09-01 NF  PROGRAMA ORIGINAL.
001814*2026-10-15 NF  LO ENVIADO A LA CAJA FUERTE ES LO DECLARADO (EL
001828*               CAJON CONTADO COMPLETO) MENOS EL FONDO INICIAL DEL
001842*               PRIMER TURNO DE CADA TERMINAL Y DIA (TURNOCAJ),
001857*               QUE QUEDA EN LA SUCURSAL, MAS LAS SANGRIAS
001871*               (CAJAMOV), QUE VAN A LA CAJA FUERTE DURANTE EL
001885*               TURNO. SE INFORMA EL DETALLE POR SUCURSAL.
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. VTA5200.
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS VTA-TOLR-STATUS.
004900
004909     SELECT TURNO-CAJA-FILE ASSIGN TO "TURNOCAJ"
004918         ORGANIZATION IS INDEXED
004927         ACCESS MODE IS SEQUENTIAL
004936         RECORD KEY IS VTA-TUR-CLAVE
004945         FILE STATUS IS VTA-TURNO-STATUS.
004954
004963     SELECT OPTIONAL CAJA-MOV-FILE ASSIGN TO "CAJAMOV"
004972         ORGANIZATION IS SEQUENTIAL
004981         FILE STATUS IS VTA-CAJAMV-STATUS.
004990
005000     SELECT DEP-REPORT-FILE ASSIGN TO "DEPRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS VTA-REPORT-STATUS.
007500     RECORDING MODE IS F.
007600     COPY VTATOLR.
007700
007711 FD  TURNO-CAJA-FILE
007722     RECORDING MODE IS F.
007733     COPY VTATURN.
007744
007755 FD  CAJA-MOV-FILE
007766     RECORDING MODE IS F.
007777     COPY VTAMCAJ.
007788
007800 FD  DEP-REPORT-FILE.
007900 01  VTA-REPORT-LINE                 PIC X(80).
008000
010000 01  VTA-TOLR-STATUS                 PIC X(02).
010100     88  VTA-TOLR-OK                 VALUE "00".
010200
010214 01  VTA-TURNO-STATUS                PIC X(02).
010228     88  VTA-TURNO-OK                VALUE "00".
010242
010257 01  VTA-CAJAMV-STATUS               PIC X(02).
010271     88  VTA-CAJAMV-OK               VALUE "00".
010285
010300 01  VTA-REPORT-STATUS               PIC X(02).
010400     88  VTA-REPORT-OK               VALUE "00".
010500
011200         88  VTA-TRM-ENCONTRADA      VALUE "S".
011300     05  VTA-SW-SUC-ENCONTRADA       PIC X(01) VALUE "N".
011400         88  VTA-SUC-ENCONTRADA      VALUE "S".
011420     05  VTA-SW-FIN-TURNOS           PIC X(01) VALUE "N".
011440         88  VTA-FIN-TURNOS          VALUE "S".
011460     05  VTA-SW-FIN-MOVCAJA          PIC X(01) VALUE "N".
011480         88  VTA-FIN-MOVCAJA         VALUE "S".
011500
011600 01  VTA-FECHA-PROCESO               PIC 9(08).
011700 01  VTA-FECHA-CORTE                 PIC 9(08).
013100         10  VTA-TRM-ID              PIC X(05).
013200         10  VTA-TRM-SUC-COD         PIC X(03).
013300
013366*ACUMULADORES POR SUCURSAL. LO ENVIADO A LA CAJA FUERTE ES LO
013433*DECLARADO MENOS LOS FONDOS INICIALES MAS LAS SANGRIAS.
013500 01  VTA-TABLA-SUCURSALES.
013600     05  VTA-SUC-CANT                PIC 9(03) COMP VALUE ZERO.
013700     05  VTA-SUC-ENTRADA OCCURS 50 TIMES
013900         10  VTA-SUC-COD             PIC X(03).
014000         10  VTA-SUC-DECLARADO       PIC S9(11)V9(02) VALUE ZERO.
014100         10  VTA-SUC-DEPOSITADO      PIC S9(11)V9(02) VALUE ZERO.
014133         10  VTA-SUC-FONDOS          PIC S9(11)V9(02) VALUE ZERO.
014166         10  VTA-SUC-SANGRIAS        PIC S9(11)V9(02) VALUE ZERO.
014200
014300 01  VTA-SUC-FOUND-NDX               PIC 9(03) COMP VALUE ZERO.
014400
014500 01  VTA-SUC-BUSCADA                 PIC X(03).
014600 01  VTA-SUC-RECORRIDA               PIC 9(03) COMP.
014609
014618 01  VTA-TRM-BUSCADA                 PIC X(05).
014627
014636*ULTIMO DIA Y TERMINAL DE TURNOCAJ YA CONTADOS: SOLO EL PRIMER
014645*TURNO DE CADA TERMINAL Y DIA APORTA SU FONDO INICIAL.
014654 01  VTA-TURNO-ANTERIOR.
014663     05  VTA-TUA-FECHA               PIC 9(08) VALUE ZERO.
014672     05  VTA-TUA-TERMINAL            PIC X(05) VALUE SPACES.
014681
014690 01  VTA-ENVIADO-CAJA-FUERTE         PIC S9(11)V9(02).
014700
014800 01  VTA-DIFERENCIA                  PIC S9(11)V9(02).
014900
015800 01  VTA-LINEA-SUCURSAL.
015900     05  FILLER                      PIC X(05) VALUE "SUC: ".
016000     05  VTA-LS-SUCURSAL             PIC X(03).
016100     05  FILLER                      PIC X(07) VALUE " CAJA: ".
016200     05  VTA-LS-DECLARADO            PIC ZZZ,ZZZ,ZZ9.99-.
016300     05  FILLER                      PIC X(06) VALUE " DEP: ".
016400     05  VTA-LS-DEPOSITADO           PIC ZZZ,ZZZ,ZZ9.99-.
016600     05  VTA-LS-DIFERENCIA           PIC ZZZ,ZZ9.99-.
016700     05  FILLER                      PIC X(01) VALUE SPACE.
016800     05  VTA-LS-ESTADO               PIC X(08).
016810
016820 01  VTA-LINEA-DETALLE.
016830     05  FILLER                      PIC X(11)
016840         VALUE "     DECL.:".
016850     05  VTA-LD-DECLARADO            PIC ZZZ,ZZZ,ZZ9.99-.
016860     05  FILLER                      PIC X(08) VALUE " FONDOS:".
016870     05  VTA-LD-FONDOS               PIC ZZZ,ZZZ,ZZ9.99-.
016880     05  FILLER                      PIC X(10) VALUE " SANGRIAS:".
016890     05  VTA-LD-SANGRIAS             PIC ZZZ,ZZZ,ZZ9.99-.
016900
017000 PROCEDURE DIVISION.
017100
017500
017600     PERFORM 2000-ACUMULAR-DECLARADO THRU 2000-EXIT
017700         UNTIL VTA-DECL-FIN.
017720
017740     PERFORM 2500-ACUMULAR-FONDOS THRU 2500-EXIT.
017760
017780     PERFORM 2600-ACUMULAR-SANGRIAS THRU 2600-EXIT.
017800
017900     PERFORM 3000-ACUMULAR-DEPOSITO THRU 3000-EXIT
018000         UNTIL VTA-BDEP-FIN.
030500         GO TO 2000-SIGUIENTE
030600     END-IF.
030700
031000     MOVE VTA-AQD-TERMINAL-ID TO VTA-TRM-BUSCADA.
031300     PERFORM 2050-SUCURSAL-TERMINAL THRU 2050-EXIT.
031600
031700     ADD VTA-AQD-IMPORTE-DECL
031800         TO VTA-SUC-DECLARADO (VTA-SUC-FOUND-NDX).
032400 2000-EXIT.
032500     EXIT.
032600
032605******************************************************************
032610*2050-SUCURSAL-TERMINAL: DEJA EN VTA-SUC-FOUND-NDX LA SUCURSAL DE
032615*LA TERMINAL VTA-TRM-BUSCADA SEGUN TERMINAM ("???" SI NO FIGURA).
032621******************************************************************
032626 2050-SUCURSAL-TERMINAL.
032631
032636     MOVE "???" TO VTA-SUC-BUSCADA.
032642     MOVE "N" TO VTA-SW-TRM-ENCONTRADA.
032647     PERFORM 2100-UBICAR-SUCURSAL THRU 2100-EXIT
032652         VARYING VTA-TRM-IDX FROM 1 BY 1
032657         UNTIL VTA-TRM-IDX > VTA-TRM-CANT
032663            OR VTA-TRM-ENCONTRADA.
032668
032673     PERFORM 2200-BUSCAR-SUCURSAL THRU 2200-EXIT.
032678
032684 2050-EXIT.
032689     EXIT.
032694
032700 2100-UBICAR-SUCURSAL.
032800
032900     IF VTA-TRM-BUSCADA = VTA-TRM-ID (VTA-TRM-IDX)
033000         MOVE VTA-TRM-SUC-COD (VTA-TRM-IDX) TO VTA-SUC-BUSCADA
033100         SET VTA-TRM-ENCONTRADA TO TRUE
033200     END-IF.
035600         MOVE VTA-SUC-BUSCADA TO VTA-SUC-COD (VTA-SUC-IDX)
035700         MOVE ZERO TO VTA-SUC-DECLARADO (VTA-SUC-IDX)
035800         MOVE ZERO TO VTA-SUC-DEPOSITADO (VTA-SUC-IDX)
035833         MOVE ZERO TO VTA-SUC-FONDOS (VTA-SUC-IDX)
035866         MOVE ZERO TO VTA-SUC-SANGRIAS (VTA-SUC-IDX)
035900     END-IF.
036000
036100 2200-EXIT.
037100 2210-EXIT.
037200     EXIT.
037300
037301******************************************************************
037302*2500-ACUMULAR-FONDOS: EL FONDO INICIAL DEL PRIMER TURNO DE CADA
037303*TERMINAL Y DIA HASTA LA FECHA DE CORTE ESTA DENTRO DE LO
037304*DECLARADO PERO QUEDA EN LA SUCURSAL: NO VA AL BANCO.
037305******************************************************************
037306 2500-ACUMULAR-FONDOS.
037307
037308     OPEN INPUT TURNO-CAJA-FILE.
037309     IF NOT VTA-TURNO-OK
037310         DISPLAY "VTA5200 - AVISO: NO SE PUDO ABRIR "
037311                 "TURNO-CAJA-FILE (ESTADO " VTA-TURNO-STATUS
037312                 "). SIN FONDOS INICIALES."
037313         GO TO 2500-EXIT
037314     END-IF.
037315
037316     PERFORM 2510-LEER-TURNO THRU 2510-EXIT
037317         UNTIL VTA-FIN-TURNOS.
037318
037319     CLOSE TURNO-CAJA-FILE.
037320
037321 2500-EXIT.
037322     EXIT.
037323
037325 2510-LEER-TURNO.
037326
037327     READ TURNO-CAJA-FILE NEXT
037328         AT END
037329             SET VTA-FIN-TURNOS TO TRUE
037330             GO TO 2510-EXIT
037331     END-READ.
037332
037333*EL ARCHIVO VIENE POR FECHA: PASADO EL CORTE NO HAY MAS QUE SUMAR.
037334     IF VTA-TUR-FECHA > VTA-FECHA-CORTE
037335         SET VTA-FIN-TURNOS TO TRUE
037336         GO TO 2510-EXIT
037337     END-IF.
037338
037339     IF VTA-TUR-FECHA = VTA-TUA-FECHA
037340        AND VTA-TUR-TERMINAL-ID = VTA-TUA-TERMINAL
037341         GO TO 2510-EXIT
037342     END-IF.
037343     MOVE VTA-TUR-FECHA       TO VTA-TUA-FECHA.
037344     MOVE VTA-TUR-TERMINAL-ID TO VTA-TUA-TERMINAL.
037345
037346     MOVE VTA-TUR-TERMINAL-ID TO VTA-TRM-BUSCADA.
037347     PERFORM 2050-SUCURSAL-TERMINAL THRU 2050-EXIT.
037348
037350     ADD VTA-TUR-FONDO-INICIAL
037351         TO VTA-SUC-FONDOS (VTA-SUC-FOUND-NDX).
037352
037353 2510-EXIT.
037354     EXIT.
037355
037356******************************************************************
037357*2600-ACUMULAR-SANGRIAS: LAS SANGRIAS HASTA LA FECHA DE CORTE
037358*(DIARIO CAJAMOV) SON EFECTIVO QUE EL SUPERVISOR LLEVO A LA CAJA
037359*FUERTE DURANTE EL TURNO Y QUE TAMBIEN DEBE LLEGAR AL BANCO. LOS
037360*GASTOS DE CAJA CHICA NO: SE PAGARON CON ESE EFECTIVO.
037361******************************************************************
037362 2600-ACUMULAR-SANGRIAS.
037363
037364     OPEN INPUT CAJA-MOV-FILE.
037365     IF NOT VTA-CAJAMV-OK
037366         GO TO 2600-EXIT
037367     END-IF.
037368
037369     PERFORM 2610-LEER-MOV-CAJA THRU 2610-EXIT
037370         UNTIL VTA-FIN-MOVCAJA.
037371
037372     CLOSE CAJA-MOV-FILE.
037373
037375 2600-EXIT.
037376     EXIT.
037377
037378 2610-LEER-MOV-CAJA.
037379
037380     READ CAJA-MOV-FILE
037381         AT END
037382             SET VTA-FIN-MOVCAJA TO TRUE
037383             GO TO 2610-EXIT
037384     END-READ.
037385
037386     IF NOT VTA-MCJ-SANGRIA
037387        OR VTA-MCJ-FECHA > VTA-FECHA-CORTE
037388         GO TO 2610-EXIT
037389     END-IF.
037390
037391     MOVE VTA-MCJ-TERMINAL-ID TO VTA-TRM-BUSCADA.
037392     PERFORM 2050-SUCURSAL-TERMINAL THRU 2050-EXIT.
037393
037394     ADD VTA-MCJ-IMPORTE
037395         TO VTA-SUC-SANGRIAS (VTA-SUC-FOUND-NDX).
037396
037397 2610-EXIT.
037398     EXIT.
037400 3000-ACUMULAR-DEPOSITO.
037500
037600     MOVE VTA-BDP-SUCURSAL TO VTA-SUC-BUSCADA.
038500     EXIT.
038600
038700******************************************************************
038780*8000-EMITIR-SUCURSAL: UNA LINEA POR SUCURSAL. LO ENVIADO A LA
038860*CAJA FUERTE QUE SUPERA LO DEPOSITADO MAS ALLA DE LA TOLERANCIA ES
038940*PLATA SIN DEPOSITAR O DEPOSITADA DE MENOS. SI HUBO FONDOS O
039020*SANGRIAS, UNA SEGUNDA LINEA DETALLA DE DONDE SALE EL IMPORTE.
039100******************************************************************
039200 8000-EMITIR-SUCURSAL.
039300
039400     SET VTA-SUC-IDX TO VTA-SUC-RECORRIDA.
039500
039516     COMPUTE VTA-ENVIADO-CAJA-FUERTE =
039533         VTA-SUC-DECLARADO (VTA-SUC-IDX) -
039550         VTA-SUC-FONDOS (VTA-SUC-IDX) +
039566         VTA-SUC-SANGRIAS (VTA-SUC-IDX).
039583
039600     COMPUTE VTA-DIFERENCIA =
039700         VTA-ENVIADO-CAJA-FUERTE -
039800         VTA-SUC-DEPOSITADO (VTA-SUC-IDX).
039900
040000     MOVE VTA-SUC-COD (VTA-SUC-IDX)        TO VTA-LS-SUCURSAL.
040100     MOVE VTA-ENVIADO-CAJA-FUERTE          TO VTA-LS-DECLARADO.
040200     MOVE VTA-SUC-DEPOSITADO (VTA-SUC-IDX) TO VTA-LS-DEPOSITADO.
040300     MOVE VTA-DIFERENCIA                   TO VTA-LS-DIFERENCIA.
040400
041000     END-IF.
041100
041200     WRITE VTA-REPORT-LINE FROM VTA-LINEA-SUCURSAL.
041211
041222     IF VTA-SUC-FONDOS (VTA-SUC-IDX) NOT = ZERO
041233        OR VTA-SUC-SANGRIAS (VTA-SUC-IDX) NOT = ZERO
041244         MOVE VTA-SUC-DECLARADO (VTA-SUC-IDX) TO VTA-LD-DECLARADO
041255         MOVE VTA-SUC-FONDOS (VTA-SUC-IDX)    TO VTA-LD-FONDOS
041266         MOVE VTA-SUC-SANGRIAS (VTA-SUC-IDX)  TO VTA-LD-SANGRIAS
041277         WRITE VTA-REPORT-LINE FROM VTA-LINEA-DETALLE
041288     END-IF.
041300
041400 8000-EXIT.
041500     EXIT.

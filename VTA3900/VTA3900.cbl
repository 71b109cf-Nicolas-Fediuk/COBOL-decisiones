001840*               FECHAPRM EN LUGAR DEL RELOJ: UNA CADENA QUE
001860*               CRUZA LA MEDIANOCHE ESTAMPA Y REGISTRA EN EL
001880*               LOG DE CORRIDAS EL DIA DE NEGOCIO CORRECTO.
001885*2026-10-15 NF  LOS CREDITOS DEL DIARIO SE RECONOCEN POR
001890*               VTA-CTM-ES-CREDITO (INCLUYE EL CREDITO PROVISORIO
001892*               CON CHEQUE). EL BLOQUEO POR CHEQUE RECHAZADO
001894*               (MOTIVO "C", VTA7000) NO SE LIBERA EN LA CORRIDA
001896*               NOCTURNA, IGUAL QUE EL MANUAL.
001913*2026-10-15 NF  CORRIDA INTRADIARIA (JOB VTAI010): SUMA A CADA
001930*               CUENTA LAS VENTAS EN CUENTA CORRIENTE DEL DIA YA
001948*               PROCESADAS (SALESPAR) QUE TODAVIA NO PASARON AL
001965*               DIARIO. DE NOCHE EL PARCIAL LLEGA VACIO.
001982******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. VTA3900.
002200 AUTHOR. N. FEDIUK.
005280         ORGANIZATION IS SEQUENTIAL
005320         FILE STATUS IS VTA-FPRM-STATUS.
005360
005365*VENTAS PARCIALES DEL DIA QUE GRABAN LAS CORRIDAS INTRADIARIAS DE
005371*EJERCICIO5. SOLO SE INFORMA EN EL JOB VTAI010.
005377     SELECT OPTIONAL VENTAS-PARC-FILE ASSIGN TO "SALESPAR"
005382         ORGANIZATION IS SEQUENTIAL
005388         FILE STATUS IS VTA-VPAR-STATUS.
005394
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  CTA-MOV-FILE
007712     05  VTA-FPRM-FECHA              PIC 9(08).
007740     05  FILLER                      PIC X(72).
007770
007776 FD  VENTAS-PARC-FILE
007782     RECORDING MODE IS F.
007788     COPY VTATOTL.
007794
007800 WORKING-STORAGE SECTION.
007900
007933 COPY VTARLGP.
009500 01  VTA-HLOG-STATUS                 PIC X(02).
009600     88  VTA-HLOG-OK                 VALUE "00".
009700
009725 01  VTA-VPAR-STATUS                 PIC X(02).
009750     88  VTA-VPAR-OK                 VALUE "00".
009775
009800 01  VTA-SWITCHES.
009900     05  VTA-SW-FIN-ARCHIVO          PIC X(01) VALUE "N".
010000         88  VTA-FIN-ARCHIVO         VALUE "S".
010600         88  VTA-HOLD-EXISTE         VALUE "S".
010700     05  VTA-SW-DEBE-BLOQUEO         PIC X(01) VALUE "N".
010800         88  VTA-DEBE-BLOQUEO        VALUE "S".
010833     05  VTA-SW-FIN-PARCIAL          PIC X(01) VALUE "N".
010866         88  VTA-FIN-PARCIAL         VALUE "S".
010900
011000 01  VTA-FECHA-PROCESO               PIC 9(08).
011100
014500     05  VTA-CANT-BLOQUEADOS         PIC 9(07) COMP VALUE ZERO.
014600     05  VTA-CANT-LIBERADOS          PIC 9(07) COMP VALUE ZERO.
014700     05  VTA-CANT-VIGENTES           PIC 9(07) COMP VALUE ZERO.
014750     05  VTA-CANT-VTAS-PARCIALES     PIC 9(07) COMP VALUE ZERO.
014800
014900 PROCEDURE DIVISION.
015000
015400
015500     PERFORM 2000-ACUMULAR-MOVIMIENTO THRU 2000-EXIT
015600         UNTIL VTA-FIN-ARCHIVO.
015633
015666     PERFORM 2500-ACUMULAR-PARCIALES THRU 2500-EXIT.
015700
015800     PERFORM 3000-EVALUAR-CLIENTE THRU 3000-EXIT
015900         VARYING VTA-CTAA-IDX FROM 1 BY 1
021400         PERFORM 2200-AGREGAR-CUENTA THRU 2200-EXIT
021500     END-IF.
021600
021700     IF VTA-CTM-ES-CREDITO
021800         ADD VTA-CTM-IMPORTE
021900             TO VTA-CTAA-CREDITOS (VTA-CTAA-FOUND-NDX)
022000     ELSE
027700     MOVE ZERO TO VTA-CTAA-CREDITOS (VTA-CTAA-IDX).
027800
027900 2200-EXIT.
027901     EXIT.
027903
027905******************************************************************
027906*2500-ACUMULAR-PARCIALES: EN LA CORRIDA INTRADIARIA, LAS VENTAS EN
027908*CUENTA CORRIENTE QUE EJERCICIO5 YA PROCESO EN EL DIA TODAVIA NO
027910*ESTAN EN EL DIARIO (LAS PASA VTA2600 A LA NOCHE). SE SUMAN COMO
027911*DEBITO DEL TRAMO MAS NUEVO, Y LAS DEVOLUCIONES COMO CREDITO, CON
027913*LA MISMA REGLA DE VTA2600. SIN ARCHIVO PARCIAL NO SE HACE NADA.
027915******************************************************************
027916 2500-ACUMULAR-PARCIALES.
027918
027920     MOVE "N" TO VTA-SW-FIN-PARCIAL.
027922
027923     OPEN INPUT VENTAS-PARC-FILE.
027925     IF VTA-VPAR-OK
027927         PERFORM 2510-ACUMULAR-VENTA-PARC THRU 2510-EXIT
027928             UNTIL VTA-FIN-PARCIAL
027930         CLOSE VENTAS-PARC-FILE
027932     END-IF.
027933
027935 2500-EXIT.
027937     EXIT.
027938
027940 2510-ACUMULAR-VENTA-PARC.
027942
027944     READ VENTAS-PARC-FILE
027945         AT END
027947             SET VTA-FIN-PARCIAL TO TRUE
027949             GO TO 2510-EXIT
027950     END-READ.
027952
027954     IF VTA-TOT-FECHA = 99999999
027955         GO TO 2510-EXIT
027957     END-IF.
027959
027961     IF NOT VTA-TOT-EN-CTA-CTE
027962        OR VTA-TOT-CLIENTE-ID = ZERO
027964         GO TO 2510-EXIT
027966     END-IF.
027967
027969     MOVE VTA-TOT-CLIENTE-ID TO VTA-CLI-BUSCADO.
027971     PERFORM 2100-BUSCAR-CUENTA THRU 2100-EXIT.
027972
027974     IF NOT VTA-CLI-ENCONTRADO
027976         PERFORM 2200-AGREGAR-CUENTA THRU 2200-EXIT
027977     END-IF.
027979
027981     IF VTA-TOT-ES-DEVOLUCION
027983         ADD VTA-TOT-TOTAL-COBRAR
027984             TO VTA-CTAA-CREDITOS (VTA-CTAA-FOUND-NDX)
027986     ELSE
027988         ADD VTA-TOT-TOTAL-COBRAR
027989             TO VTA-CTAA-DEBITO (VTA-CTAA-FOUND-NDX 1)
027991     END-IF.
027993
027994     ADD 1 TO VTA-CANT-VTAS-PARCIALES.
027996
027998 2510-EXIT.
028000     EXIT.
028100
028200 7500-CLASIFICAR-TRAMO.
042100******************************************************************
042200*4000-LIBERAR-RESUELTOS: RECORRE LOS BLOQUEOS VIGENTES Y LIBERA
042300*LOS AUTOMATICOS (MOTIVO M/P) DE CLIENTES QUE YA NO MERECEN
042400*BLOQUEO SEGUN LA CORRIDA DE HOY. LOS MANUALES Y LOS DE CHEQUE
042450*RECHAZADO NO SE TOCAN. SE JUNTAN PRIMERO LOS CLIENTES A LIBERAR
042500*Y SE BORRA DESPUES, PARA NO BORRAR DEBAJO DEL BARRIDO
042600*SECUENCIAL DEL KSDS.
042700******************************************************************
042800 4000-LIBERAR-RESUELTOS.
042900
045100             GO TO 4100-EXIT
045200     END-READ.
045300
045400     IF VTA-HLD-MANUAL OR VTA-HLD-POR-CHEQUE
045500         GO TO 4100-EXIT
045600     END-IF.
045700
056700         VTA-CANT-VIGENTES.
056800     DISPLAY "VTA3900 - BLOQUEOS LIBERADOS: "
056900         VTA-CANT-LIBERADOS.
056920     IF VTA-CANT-VTAS-PARCIALES > 0
056940         DISPLAY "VTA3900 - VTAS. INTRADIARIAS: "
056960             VTA-CANT-VTAS-PARCIALES
056980     END-IF.
057000
057100 9000-EXIT.
057200     EXIT.

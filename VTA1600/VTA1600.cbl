001301*2026-09-01 NF  LAS DEVOLUCIONES (MARCA "R" DE SALESTOT) RESTAN
001302*               DE LA LIQUIDACION DE SU TERMINAL Y MEDIO EN
001303*               LUGAR DE SUMAR: ES PLATA QUE SALIO DE LA CAJA.
001309*2026-10-15 NF  LOS MEDIOS DE TARJETA (DB/CR) SE LIQUIDAN ADEMAS
001315*               POR PLAN DE CUOTAS. CADA LINEA LLEVA LA FECHA EN
001321*               QUE EL ADQUIRENTE DEBE ACREDITARLA (FECHA DE
001327*               NEGOCIO MAS EL PLAZO DEL PLAN DE PLANCUOT, CORRIDA
001333*               AL PROXIMO DIA LABORABLE DE CALENPRC) Y SE GRABA
001339*               COMO PENDIENTE EN ACREDPEN PARA EL CRUCE DE LA
001345*               RENDICION (VTA3700).
001346*2026-10-15 NF  LA SENA DE UN PEDIDO ESPECIAL APLICADA EN LA
001348*               VENTA DE RETIRO NO SE LIQUIDA CON EL MEDIO DE LA
001349*               VENTA: SE COBRO ANTES, AL DAR EL PEDIDO DE ALTA.
001351******************************************************************
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. VTA1600.
002800     SELECT LIQ-MPAGO-FILE ASSIGN TO "LIQMPAGO"
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS VTA-LIQ-STATUS.
003005
003011     SELECT PLAN-CUOTAS-FILE ASSIGN TO "PLANCUOT"
003017         ORGANIZATION IS SEQUENTIAL
003023         FILE STATUS IS VTA-PLCFIL-STATUS.
003029
003035     SELECT CALEN-PROC-FILE ASSIGN TO "CALENPRC"
003041         ORGANIZATION IS INDEXED
003047         ACCESS MODE IS RANDOM
003052         RECORD KEY IS VTA-CAL-FECHA
003058         FILE STATUS IS VTA-CALEN-STATUS.
003064
003070     SELECT ACRED-PEND-FILE ASSIGN TO "ACREDPEN"
003076         ORGANIZATION IS INDEXED
003082         ACCESS MODE IS RANDOM
003088         RECORD KEY IS VTA-ACP-KEY
003094         FILE STATUS IS VTA-ACP-STATUS.
003100
003110     SELECT OPTIONAL FECHA-PARM-FILE ASSIGN TO "FECHAPRM"
003120         ORGANIZATION IS SEQUENTIAL
004200 FD  LIQ-MPAGO-FILE
004300     RECORDING MODE IS F.
004400     COPY VTALIQM.
004401
004402 FD  PLAN-CUOTAS-FILE
004404     RECORDING MODE IS F.
004405     COPY VTAPLCU.
004407
004408 FD  CALEN-PROC-FILE
004410     RECORDING MODE IS F.
004411     COPY VTACAL.
004412
004414 FD  ACRED-PEND-FILE
004415     RECORDING MODE IS F.
004417     COPY VTAACRP.
004418
004420 FD  FECHA-PARM-FILE
004430     RECORDING MODE IS F.
004440 01  VTA-FECHA-PARM-RECORD.
005003 COPY VTARLGP.
005006
005010 COPY VTAVRFP.
005013
005016 COPY VTAFCHP.
005020
005100 01  VTA-TOTAL-STATUS                PIC X(02).
005200     88  VTA-TOTAL-OK                VALUE "00".
005400
005500 01  VTA-LIQ-STATUS                  PIC X(02).
005600     88  VTA-LIQ-OK                  VALUE "00".
005601
005603 01  VTA-PLCFIL-STATUS               PIC X(02).
005605     88  VTA-PLCFIL-OK               VALUE "00".
005606     88  VTA-PLCFIL-EOF              VALUE "10".
005608
005610 01  VTA-CALEN-STATUS                PIC X(02).
005611     88  VTA-CALEN-OK                VALUE "00".
005613
005615 01  VTA-ACP-STATUS                  PIC X(02).
005616     88  VTA-ACP-OK                  VALUE "00".
005618
005620 01  VTA-FPRM-STATUS                 PIC X(02).
005630     88  VTA-FPRM-OK                 VALUE "00".
005700
006300         88  VTA-TOT-EOF             VALUE "S".
006400     05  VTA-SW-LIQ-ENCONTRADA       PIC X(01) VALUE "N".
006500         88  VTA-LIQ-ENCONTRADA      VALUE "S".
006514     05  VTA-SW-PLAN-ENCONTRADO      PIC X(01) VALUE "N".
006528         88  VTA-PLAN-ENCONTRADO     VALUE "S".
006542     05  VTA-SW-DIA-HABIL            PIC X(01) VALUE "N".
006557         88  VTA-DIA-HABIL           VALUE "S".
006571     05  VTA-SW-ACP-EXISTE           PIC X(01) VALUE "N".
006585         88  VTA-ACP-EXISTE          VALUE "S".
006600
006675*ACUMULADORES POR COMBINACION DE TERMINAL, MEDIO DE PAGO Y PLAN
006750*DE CUOTAS (CERO SI EL MEDIO NO ES TARJETA), ARMADOS AL VUELO A
006825*MEDIDA QUE APARECEN EN EL ARCHIVO.
006900 01  VTA-TABLA-LIQUIDACION.
007000     05  VTA-LIQT-CANT               PIC 9(03) COMP VALUE ZERO.
007100     05  VTA-LIQT-ENTRADA OCCURS 500 TIMES
007200                         INDEXED BY VTA-LIQT-IDX.
007300         10  VTA-LIQT-TERMINAL       PIC X(05).
007400         10  VTA-LIQT-MEDIO          PIC X(02).
007450         10  VTA-LIQT-PLAN           PIC 9(02).
007500         10  VTA-LIQT-CANT-VENTAS    PIC 9(07) COMP VALUE ZERO.
007600         10  VTA-LIQT-COBRADO        PIC S9(09)V9(02) VALUE ZERO.
007700
007900
008000 01  VTA-TRM-BUSCADA                 PIC X(05).
008100 01  VTA-MEDIO-BUSCADO               PIC X(02).
008105 01  VTA-PLAN-BUSCADO                PIC 9(02).
008111
008117*PLAZOS DE ACREDITACION DE LOS PLANES DE CUOTAS, CARGADOS EN
008123*MEMORIA AL INICIO DESDE PLAN-CUOTAS-FILE.
008129 01  VTA-TABLA-PLANES.
008135     05  VTA-PLAN-CANT               PIC 9(03) COMP VALUE ZERO.
008141     05  VTA-PLAN-ENTRADA OCCURS 50 TIMES
008147                         INDEXED BY VTA-PLAN-IDX.
008152         10  VTA-TAB-PLC-MEDIO       PIC X(02).
008158         10  VTA-TAB-PLC-CUOTAS      PIC 9(02).
008164         10  VTA-TAB-PLC-DIAS        PIC 9(03).
008170
008176 01  VTA-DIAS-ACREDIT                PIC 9(03) VALUE ZERO.
008182 01  VTA-FECHA-ACREDIT               PIC 9(08) VALUE ZERO.
008188 01  VTA-INTENTOS                    PIC 9(02) COMP VALUE ZERO.
008194 01  VTA-CANT-PENDIENTES             PIC 9(05) COMP VALUE ZERO.
008200
008300 01  VTA-FECHA-NEGOCIO               PIC 9(08) VALUE ZERO.
008400
008800     05  FILLER                      PIC X(45)
008900         VALUE "LIQUIDACION DIARIA POR MEDIO DE PAGO".
009000
009071 01  VTA-LINEA-LIQ.
009142     05  FILLER                      PIC X(05) VALUE "TER: ".
009214     05  VTA-LL-TERMINAL             PIC X(05).
009285     05  FILLER                      PIC X(06) VALUE " MED: ".
009357     05  VTA-LL-MEDIO                PIC X(02).
009428     05  FILLER                      PIC X(04) VALUE " C: ".
009500     05  VTA-LL-PLAN                 PIC Z9.
009571     05  FILLER                      PIC X(08) VALUE " ACRED: ".
009642     05  VTA-LL-ACREDIT              PIC 9(08) BLANK WHEN ZERO.
009714     05  FILLER                      PIC X(07) VALUE " VTAS: ".
009785     05  VTA-LL-CANT                 PIC ZZZ,ZZ9.
009857     05  FILLER                      PIC X(07) VALUE " COBR: ".
009928     05  VTA-LL-COBRADO              PIC ZZZ,ZZZ,ZZ9.99-.
010000
010100 PROCEDURE DIVISION.
010200
011990     END-IF.
011995
012000     OPEN INPUT SALES-TOTAL-FILE.
012007     OPEN OUTPUT LIQ-MPAGO-FILE.
012014
012022     OPEN INPUT PLAN-CUOTAS-FILE.
012029     IF VTA-PLCFIL-OK
012037         PERFORM 1400-CARGAR-PLANES THRU 1400-EXIT
012044         CLOSE PLAN-CUOTAS-FILE
012051     ELSE
012059         DISPLAY "VTA1600 - AVISO: SIN TABLA DE PLANES "
012062                 "(PLANCUOT). LAS TARJETAS SE ACREDITAN EN "
012066                 "EL DIA."
012074     END-IF.
012081
012088     OPEN INPUT CALEN-PROC-FILE.
012096     IF NOT VTA-CALEN-OK
012103         DISPLAY "VTA1600 - NO SE PUDO ABRIR EL CALENDARIO "
012111                 "(CALENPRC). ESTADO: " VTA-CALEN-STATUS
012118         MOVE 8 TO RETURN-CODE
012125         STOP RUN
012133     END-IF.
012140
012148     OPEN I-O ACRED-PEND-FILE.
012155     IF NOT VTA-ACP-OK
012162         DISPLAY "VTA1600 - NO SE PUDO ABRIR LAS ACREDITACIONES "
012170                 "PENDIENTES (ACREDPEN). ESTADO: " VTA-ACP-STATUS
012177         MOVE 8 TO RETURN-CODE
012185         STOP RUN
012192     END-IF.
012200     OPEN OUTPUT LIQ-REPORT-FILE.
012300
012400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TITULO.
014737
014738 1300-EXIT.
014739     EXIT.
014740
014741******************************************************************
014743*1400-CARGAR-PLANES: LEE PLAN-CUOTAS-FILE COMPLETO Y ARMA LA TABLA
014744*DE PLAZOS DE ACREDITACION POR MEDIO Y PLAN DE CUOTAS.
014746******************************************************************
014747 1400-CARGAR-PLANES.
014748
014750     READ PLAN-CUOTAS-FILE
014751         AT END
014753             SET VTA-PLCFIL-EOF TO TRUE
014754     END-READ.
014756
014757     PERFORM 1410-AGREGAR-PLAN THRU 1410-EXIT
014758         UNTIL VTA-PLCFIL-EOF.
014760
014761 1400-EXIT.
014763     EXIT.
014764
014765 1410-AGREGAR-PLAN.
014767
014768     IF VTA-PLAN-CANT >= 50
014770         DISPLAY "VTA1600 - TABLA DE PLANES DE CUOTAS LLENA "
014771                 "(MAXIMO 50). DEPURAR PLAN-CUOTAS-FILE."
014773         MOVE 8 TO RETURN-CODE
014774         STOP RUN
014775     END-IF.
014777
014778     ADD 1 TO VTA-PLAN-CANT.
014780     SET VTA-PLAN-IDX TO VTA-PLAN-CANT.
014781
014782     MOVE VTA-PLC-MEDIO-PAGO  TO VTA-TAB-PLC-MEDIO (VTA-PLAN-IDX).
014784     MOVE VTA-PLC-CUOTAS
014785                       TO VTA-TAB-PLC-CUOTAS (VTA-PLAN-IDX).
014786     MOVE VTA-PLC-DIAS-ACREDIT
014787                              TO VTA-TAB-PLC-DIAS (VTA-PLAN-IDX).
014788
014790     READ PLAN-CUOTAS-FILE
014791         AT END
014792             SET VTA-PLCFIL-EOF TO TRUE
014794     END-READ.
014795
014797 1410-EXIT.
014798     EXIT.
014800
014900******************************************************************
015000*2000-ACUMULAR-VENTA: SUMA LO COBRADO DE LA VENTA ACTUAL AL
015100*ACUMULADOR DE SU TERMINAL, MEDIO DE PAGO Y PLAN DE CUOTAS,
015200*AGREGANDO LA COMBINACION A LA TABLA LA PRIMERA VEZ QUE APARECE.
015300******************************************************************
015400 2000-ACUMULAR-VENTA.
015500
016120     ELSE
016130         MOVE VTA-TOT-MEDIO-PAGO TO VTA-MEDIO-BUSCADO
016140     END-IF.
016144
016148*LAS TARJETAS SE ABREN POR PLAN (UN PAGO ES EL PLAN 1); LOS
016152*DEMAS MEDIOS, Y LA CUENTA CORRIENTE, VAN CON PLAN CERO.
016157     IF VTA-MEDIO-BUSCADO = "DB" OR VTA-MEDIO-BUSCADO = "CR"
016161         IF VTA-TOT-PLAN-CUOTAS NUMERIC
016165            AND VTA-TOT-PLAN-CUOTAS > 0
016170             MOVE VTA-TOT-PLAN-CUOTAS TO VTA-PLAN-BUSCADO
016174         ELSE
016178             MOVE 1                   TO VTA-PLAN-BUSCADO
016182         END-IF
016187     ELSE
016191         MOVE ZERO                    TO VTA-PLAN-BUSCADO
016195     END-IF.
016200
016300     PERFORM 2100-BUSCAR-COMBINACION THRU 2100-EXIT.
016400
017000                          TO VTA-LIQT-TERMINAL (VTA-LIQT-IDX)
017100         MOVE VTA-MEDIO-BUSCADO
017200                          TO VTA-LIQT-MEDIO (VTA-LIQT-IDX)
017233         MOVE VTA-PLAN-BUSCADO
017266                          TO VTA-LIQT-PLAN (VTA-LIQT-IDX)
017300         MOVE ZERO        TO VTA-LIQT-CANT-VENTAS (VTA-LIQT-IDX)
017400         MOVE ZERO        TO VTA-LIQT-COBRADO (VTA-LIQT-IDX)
017500     END-IF.
017710     ADD 1 TO VTA-CANT-ACUMULADAS.
017715
017720*UNA DEVOLUCION ES PLATA QUE SALIO DE LA CAJA: RESTA DE LA
017726*LIQUIDACION EN LUGAR DE SUMAR. LA SENA APLICADA EN UNA VENTA
017733*NO LA COBRA ESTE MEDIO (YA ESTA EN EL DIARIO DE SENAS).
017740     IF VTA-TOT-ES-DEVOLUCION
017750         SUBTRACT VTA-TOT-TOTAL-COBRAR
017760             FROM VTA-LIQT-COBRADO (VTA-LIQT-FOUND-NDX)
017770     ELSE
017800         ADD VTA-TOT-TOTAL-COBRAR
017900             TO VTA-LIQT-COBRADO (VTA-LIQT-FOUND-NDX)
017903         SUBTRACT VTA-TOT-SENA
017906             FROM VTA-LIQT-COBRADO (VTA-LIQT-FOUND-NDX)
017910     END-IF.
018000
018100     PERFORM 1100-LEER-TOTAL THRU 1100-EXIT.
019800 2110-COMPARAR-COMBINACION.
019900
020000     IF VTA-TRM-BUSCADA = VTA-LIQT-TERMINAL (VTA-LIQT-IDX)
020066        AND VTA-MEDIO-BUSCADO = VTA-LIQT-MEDIO (VTA-LIQT-IDX)
020133        AND VTA-PLAN-BUSCADO = VTA-LIQT-PLAN (VTA-LIQT-IDX)
020200         SET VTA-LIQT-FOUND-NDX TO VTA-LIQT-IDX
020300         SET VTA-LIQ-ENCONTRADA TO TRUE
020400     END-IF.
020700     EXIT.
020800
020900******************************************************************
020975*8000-EMITIR-LIQUIDACION: GRABA EL REGISTRO DE LIQUIDACION Y LA
021050*LINEA DE REPORTE DE LA COMBINACION ACTUAL. UNA LINEA DE TARJETA
021125*LLEVA SU FECHA DE ACREDITACION Y QUEDA PENDIENTE EN ACREDPEN.
021200******************************************************************
021300 8000-EMITIR-LIQUIDACION.
021400
021416     MOVE ZERO TO VTA-FECHA-ACREDIT.
021433     IF VTA-LIQT-MEDIO (VTA-LIQT-IDX) = "DB"
021450        OR VTA-LIQT-MEDIO (VTA-LIQT-IDX) = "CR"
021466         PERFORM 8100-CALCULAR-ACREDITACION THRU 8100-EXIT
021483     END-IF.
021500     MOVE SPACES            TO VTA-LIQ-MPAGO-RECORD.
021510     MOVE VTA-FECHA-NEGOCIO TO VTA-LIQ-FECHA.
021600     MOVE VTA-LIQT-TERMINAL (VTA-LIQT-IDX)
022100                            TO VTA-LIQ-CANT-VENTAS.
022200     MOVE VTA-LIQT-COBRADO (VTA-LIQT-IDX)
022300                            TO VTA-LIQ-TOT-COBRADO.
022325     MOVE VTA-LIQT-PLAN (VTA-LIQT-IDX)
022350                            TO VTA-LIQ-PLAN-CUOTAS.
022375     MOVE VTA-FECHA-ACREDIT TO VTA-LIQ-FECHA-ACREDIT.
022400
022500     WRITE VTA-LIQ-MPAGO-RECORD.
022600
022700     MOVE VTA-LIQT-TERMINAL (VTA-LIQT-IDX)    TO VTA-LL-TERMINAL.
022800     MOVE VTA-LIQT-MEDIO (VTA-LIQT-IDX)       TO VTA-LL-MEDIO.
022833     MOVE VTA-LIQT-PLAN (VTA-LIQT-IDX)        TO VTA-LL-PLAN.
022866     MOVE VTA-FECHA-ACREDIT                   TO VTA-LL-ACREDIT.
022900     MOVE VTA-LIQT-CANT-VENTAS (VTA-LIQT-IDX) TO VTA-LL-CANT.
023000     MOVE VTA-LIQT-COBRADO (VTA-LIQT-IDX)     TO VTA-LL-COBRADO.
023100
023200     WRITE VTA-REPORT-LINE FROM VTA-LINEA-LIQ.
023220
023240     IF VTA-FECHA-ACREDIT > 0
023260         PERFORM 8300-GRABAR-PENDIENTE THRU 8300-EXIT
023280     END-IF.
023300
023400 8000-EXIT.
023500     EXIT.
023501
023503******************************************************************
023504*8100-CALCULAR-ACREDITACION: FECHA EN QUE EL ADQUIRENTE DEBE
023506*ACREDITAR LA LINEA: FECHA DE NEGOCIO MAS EL PLAZO DEL PLAN (UN
023507*PLAN QUE NO ESTA EN LA TABLA SE ACREDITA EN EL DIA), CORRIDA AL
023509*PROXIMO DIA LABORABLE DEL CALENDARIO, HASTA 15 INTENTOS. UNA
023510*FECHA QUE NO ESTA CARGADA EN EL CALENDARIO SE TOMA COMO
023512*LABORABLE.
023514******************************************************************
023515 8100-CALCULAR-ACREDITACION.
023517
023518     MOVE ZERO TO VTA-DIAS-ACREDIT.
023520     MOVE "N"  TO VTA-SW-PLAN-ENCONTRADO.
023521
023523     PERFORM 8110-COMPARAR-PLAN THRU 8110-EXIT
023525         VARYING VTA-PLAN-IDX FROM 1 BY 1
023526         UNTIL VTA-PLAN-IDX > VTA-PLAN-CANT
023528            OR VTA-PLAN-ENCONTRADO.
023529
023531     SET VTA-FCH-AGREGAR TO TRUE.
023532     MOVE VTA-FECHA-NEGOCIO TO VTA-FCH-FECHA-1.
023534     MOVE VTA-DIAS-ACREDIT  TO VTA-FCH-DIAS.
023535     CALL "VTAFECHA" USING VTA-FECHA-PARMS.
023537     MOVE VTA-FCH-FECHA-2   TO VTA-FECHA-ACREDIT.
023539
023540     MOVE "N" TO VTA-SW-DIA-HABIL.
023542     PERFORM 8120-VERIFICAR-DIA THRU 8120-EXIT
023543         VARYING VTA-INTENTOS FROM 1 BY 1
023545         UNTIL VTA-INTENTOS > 15
023546            OR VTA-DIA-HABIL.
023548
023550 8100-EXIT.
023551     EXIT.
023553
023554 8110-COMPARAR-PLAN.
023556
023557     IF VTA-TAB-PLC-MEDIO (VTA-PLAN-IDX) =
023559                                    VTA-LIQT-MEDIO (VTA-LIQT-IDX)
023560        AND VTA-TAB-PLC-CUOTAS (VTA-PLAN-IDX) =
023562                                    VTA-LIQT-PLAN (VTA-LIQT-IDX)
023564         MOVE VTA-TAB-PLC-DIAS (VTA-PLAN-IDX) TO VTA-DIAS-ACREDIT
023565         SET VTA-PLAN-ENCONTRADO TO TRUE
023567     END-IF.
023568
023570 8110-EXIT.
023571     EXIT.
023573
023575 8120-VERIFICAR-DIA.
023576
023578     MOVE VTA-FECHA-ACREDIT TO VTA-CAL-FECHA.
023579     READ CALEN-PROC-FILE
023581         INVALID KEY
023582             SET VTA-DIA-HABIL TO TRUE
023584             GO TO 8120-EXIT
023585     END-READ.
023587
023589     IF NOT VTA-CAL-NO-LABORABLE
023590         SET VTA-DIA-HABIL TO TRUE
023592         GO TO 8120-EXIT
023593     END-IF.
023595
023596     SET VTA-FCH-AGREGAR TO TRUE.
023598     MOVE VTA-FECHA-ACREDIT TO VTA-FCH-FECHA-1.
023600     MOVE 1                 TO VTA-FCH-DIAS.
023601     CALL "VTAFECHA" USING VTA-FECHA-PARMS.
023603     MOVE VTA-FCH-FECHA-2   TO VTA-FECHA-ACREDIT.
023604
023606 8120-EXIT.
023607     EXIT.
023609
023610******************************************************************
023612*8300-GRABAR-PENDIENTE: DEJA LA LINEA DE TARJETA COMO PENDIENTE DE
023614*ACREDITACION EN ACREDPEN. SI LA LIQUIDACION DEL DIA SE VUELVE A
023615*CORRER, LA LINEA PENDIENTE SE REEMPLAZA; UNA QUE YA FUE RENDIDA
023617*NO SE TOCA.
023618******************************************************************
023620 8300-GRABAR-PENDIENTE.
023621
023623     MOVE "N" TO VTA-SW-ACP-EXISTE.
023625     MOVE VTA-FECHA-NEGOCIO TO VTA-ACP-FECHA.
023626     MOVE VTA-LIQT-TERMINAL (VTA-LIQT-IDX) TO VTA-ACP-TERMINAL-ID.
023628     MOVE VTA-LIQT-MEDIO (VTA-LIQT-IDX)    TO VTA-ACP-MEDIO-PAGO.
023629     MOVE VTA-LIQT-PLAN (VTA-LIQT-IDX)     TO VTA-ACP-PLAN-CUOTAS.
023631     READ ACRED-PEND-FILE
023632         INVALID KEY
023634             CONTINUE
023635         NOT INVALID KEY
023637             SET VTA-ACP-EXISTE TO TRUE
023639     END-READ.
023640
023642     IF VTA-ACP-EXISTE AND VTA-ACP-RENDIDA
023643         DISPLAY "VTA1600 - AVISO: LA LINEA " VTA-ACP-KEY
023645                 " YA FUE RENDIDA. NO SE REEMPLAZA."
023646         GO TO 8300-EXIT
023648     END-IF.
023650
023651     MOVE SPACES            TO VTA-ACRED-PEND-RECORD.
023653     MOVE VTA-FECHA-NEGOCIO TO VTA-ACP-FECHA.
023654     MOVE VTA-LIQT-TERMINAL (VTA-LIQT-IDX) TO VTA-ACP-TERMINAL-ID.
023656     MOVE VTA-LIQT-MEDIO (VTA-LIQT-IDX)    TO VTA-ACP-MEDIO-PAGO.
023657     MOVE VTA-LIQT-PLAN (VTA-LIQT-IDX)     TO VTA-ACP-PLAN-CUOTAS.
023659     MOVE VTA-FECHA-ACREDIT TO VTA-ACP-FECHA-ACREDIT.
023660     MOVE VTA-LIQT-CANT-VENTAS (VTA-LIQT-IDX)
023662                            TO VTA-ACP-CANT-VENTAS.
023664     MOVE VTA-LIQT-COBRADO (VTA-LIQT-IDX)
023665                            TO VTA-ACP-TOT-COBRADO.
023667     SET VTA-ACP-PENDIENTE  TO TRUE.
023668     MOVE ZERO              TO VTA-ACP-FECHA-RENDIDA.
023670     MOVE ZERO              TO VTA-ACP-IMP-RENDIDO.
023671
023673     IF VTA-ACP-EXISTE
023675         REWRITE VTA-ACRED-PEND-RECORD
023676     ELSE
023678         WRITE VTA-ACRED-PEND-RECORD
023679     END-IF.
023681
023682     IF VTA-ACP-OK
023684         ADD 1 TO VTA-CANT-PENDIENTES
023685     ELSE
023687         DISPLAY "VTA1600 - ERROR AL GRABAR ACREDPEN "
023689                 VTA-ACP-KEY " ESTADO: " VTA-ACP-STATUS
023690         MOVE 8 TO RETURN-CODE
023692     END-IF.
023693
023695 8300-EXIT.
023696     EXIT.
023698
023700 9000-FINALIZAR.
023800
023900     CLOSE SALES-TOTAL-FILE.
024000     CLOSE LIQ-MPAGO-FILE.
024028     CLOSE LIQ-REPORT-FILE.
024057     CLOSE CALEN-PROC-FILE.
024085     CLOSE ACRED-PEND-FILE.
024114
024142     DISPLAY "VTA1600 - LINEAS PENDIENTES DE ACREDITACION: "
024171             VTA-CANT-PENDIENTES.
024200
024300 9000-EXIT.
024400     EXIT.

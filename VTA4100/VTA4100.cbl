001500******************************************************************
001600*MODIFICACIONES:
001700*2026-09-01 NF  PROGRAMA ORIGINAL.
001750*2026-10-15 NF  LOS CREDITOS DEL DIARIO SE RECONOCEN POR
001760*               VTA-CTM-ES-CREDITO: EL CREDITO PROVISORIO CON
001770*               CHEQUE RESTA COMO UN PAGO Y EL RECHAZO Y SU
001780*               GASTO SE TOMAN COMO DEBITOS.
001786*2026-10-15 NF  NO SE CARGA INTERES A LOS CLIENTES CON UN PLAN
001793*               DE PAGOS ACTIVO EN PLANREF (VTA7200/VTA7300).
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. VTA4100.
004300     SELECT TASA-MORA-FILE ASSIGN TO "TASAMORA"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS VTA-TASA-STATUS.
004514
004528     SELECT OPTIONAL PLAN-REF-FILE ASSIGN TO "PLANREF"
004542         ORGANIZATION IS INDEXED
004557         ACCESS MODE IS SEQUENTIAL
004571         RECORD KEY IS VTA-PRF-KEY
004585         FILE STATUS IS VTA-PRF-STATUS.
004600
004700     SELECT CARGOS-REPORT-FILE ASSIGN TO "CARGORPT"
004800         ORGANIZATION IS LINE SEQUENTIAL
007200     05  VTA-TMO-TASA-MENSUAL        PIC 9(03)V9(02).
007300     05  FILLER                      PIC X(75).
007400
007420 FD  PLAN-REF-FILE
007440     RECORDING MODE IS F.
007460     COPY VTAPREF.
007480
007500 FD  CARGOS-REPORT-FILE.
007600 01  VTA-REPORT-LINE                 PIC X(80).
007700
009100
009200 01  VTA-TASA-STATUS                 PIC X(02).
009300     88  VTA-TASA-OK                 VALUE "00".
009325
009350 01  VTA-PRF-STATUS                  PIC X(02).
009375     88  VTA-PRF-OK                  VALUE "00".
009400
009500 01  VTA-REPORT-STATUS               PIC X(02).
009600     88  VTA-REPORT-OK               VALUE "00".
010200         88  VTA-CLI-ENCONTRADO      VALUE "S".
010300     05  VTA-SW-SALDO-EXISTE         PIC X(01) VALUE "N".
010400         88  VTA-SALDO-EXISTE        VALUE "S".
010420     05  VTA-SW-FIN-PLANES           PIC X(01) VALUE "N".
010440         88  VTA-FIN-PLANES          VALUE "S".
010460     05  VTA-SW-EN-PLAN              PIC X(01) VALUE "N".
010480         88  VTA-EN-PLAN             VALUE "S".
010500
010600 01  VTA-FECHA-PROCESO               PIC 9(08).
010700
012200 01  VTA-CTAA-FOUND-NDX              PIC 9(04) COMP VALUE ZERO.
012300
012400 01  VTA-CLI-BUSCADO                 PIC 9(08).
012411
012422*CLIENTES CON UN PLAN DE PAGOS ACTIVO: SU DEUDA VENCIDA YA ESTA
012433*REFINANCIADA Y NO LLEVA INTERES POR MORA.
012444 01  VTA-TABLA-PLANES.
012455     05  VTA-PLN-CANT                PIC 9(04) COMP VALUE ZERO.
012466     05  VTA-PLN-CLIENTE OCCURS 2000 TIMES
012477                         INDEXED BY VTA-PLN-IDX
012488                                     PIC 9(08).
012500
012600 01  VTA-DIAS-ANTIGUEDAD             PIC S9(05).
012700 01  VTA-TRAMO-EDAD                  PIC 9(01).
020300         CLOSE TASA-MORA-FILE
020400     END-IF.
020500
020512     OPEN INPUT PLAN-REF-FILE.
020525     IF VTA-PRF-OK
020537         PERFORM 1200-CARGAR-PLAN THRU 1200-EXIT
020550             UNTIL VTA-FIN-PLANES
020562         CLOSE PLAN-REF-FILE
020575     END-IF.
020587
020600     MOVE VTA-FECHA-PROCESO TO VTA-LT-FECHA.
020700     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TITULO.
020800
022000
022100 1100-EXIT.
022200     EXIT.
022203
022207 1200-CARGAR-PLAN.
022211
022215     READ PLAN-REF-FILE
022219         AT END
022223             SET VTA-FIN-PLANES TO TRUE
022226             GO TO 1200-EXIT
022230     END-READ.
022234
022238     IF NOT VTA-PRF-ACTIVO
022242         GO TO 1200-EXIT
022246     END-IF.
022250
022253     IF VTA-PLN-CANT >= 2000
022257         DISPLAY "VTA4100 - TABLA DE PLANES LLENA "
022261                 "(MAXIMO 2000). AGRANDAR LA TABLA."
022265         MOVE 8 TO RETURN-CODE
022269         STOP RUN
022273     END-IF.
022276
022280     ADD 1 TO VTA-PLN-CANT.
022284     MOVE VTA-PRF-CLIENTE-ID TO VTA-PLN-CLIENTE (VTA-PLN-CANT).
022288
022292 1200-EXIT.
022296     EXIT.
022300
022400******************************************************************
022500*2000-ACUMULAR-MOVIMIENTO: MISMA ACUMULACION POR CLIENTE Y TRAMO
023500         PERFORM 2200-AGREGAR-CUENTA THRU 2200-EXIT
023600     END-IF.
023700
023800     IF VTA-CTM-ES-CREDITO
023900         ADD VTA-CTM-IMPORTE
024000             TO VTA-CTAA-CREDITOS (VTA-CTAA-FOUND-NDX)
024100     ELSE
031900******************************************************************
032000*3000-CARGAR-CLIENTE: APLICA LOS CREDITOS MAS-VIEJO-PRIMERO Y
032100*CALCULA EL INTERES SOBRE LO QUE QUEDO EN LOS TRAMOS VENCIDOS
032200*(MAS DE 30 DIAS). UN CARGO EN CERO NO SE POSTEA. UN CLIENTE
032250*CON PLAN DE PAGOS ACTIVO NO SE CARGA.
032300******************************************************************
032400 3000-CARGAR-CLIENTE.
032409
032418     MOVE "N" TO VTA-SW-EN-PLAN.
032427     PERFORM 3050-BUSCAR-PLAN THRU 3050-EXIT
032436         VARYING VTA-PLN-IDX FROM 1 BY 1
032445         UNTIL VTA-PLN-IDX > VTA-PLN-CANT
032454            OR VTA-EN-PLAN.
032463
032472     IF VTA-EN-PLAN
032481         GO TO 3000-EXIT
032490     END-IF.
032500
032600     MOVE VTA-CTAA-DEBITO (VTA-CTAA-IDX 1)
032700                          TO VTA-AGT-SALDO (1).
035800
035900 3000-EXIT.
036000     EXIT.
036009
036018 3050-BUSCAR-PLAN.
036027
036036     IF VTA-PLN-CLIENTE (VTA-PLN-IDX) =
036045        VTA-CTAA-CLIENTE (VTA-CTAA-IDX)
036054         SET VTA-EN-PLAN TO TRUE
036063     END-IF.
036072
036081 3050-EXIT.
036090     EXIT.
036100
036200 3100-APLICAR-CREDITO.
036300

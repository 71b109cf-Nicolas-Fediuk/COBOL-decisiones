001000*LA ANTIGUEDAD SE CALCULA EN DIAS CORRIDOS CON EL SUBPROGRAMA
001100*COMPARTIDO DE FECHAS VTAFECHA (FUNCION D, DIAS ENTRE LA FECHA
001200*DEL DEBITO Y LA FECHA DE PROCESO).
001210*
001220*LOS PAGOS CON CHEQUE SE ACREDITAN EN FORMA PROVISORIA: EL
001230*CLIENTE QUE TIENE CHEQUES TODAVIA EN CARTERA (CHEQ-CART-FILE,
001240*SIN LLEGAR A SU FECHA DE COBRO) SE MARCA CON "P" Y UNA LINEA
001250*DEBAJO CON EL IMPORTE PENDIENTE DE ACREDITACION.
001300******************************************************************
001400*MODIFICACIONES:
001500*2026-08-22 NF  PROGRAMA ORIGINAL.
001947*2026-09-01 NF  LOS CARGOS FINANCIEROS POR MORA (MOVIMIENTOS
001964*               TIPO "I" QUE DEJA LA CORRIDA MENSUAL VTA4100)
001981*               SE CLASIFICAN COMO DEBITOS EN LA ANTIGUEDAD.
001984*2026-10-15 NF  LOS DEBITOS Y CREDITOS SE CLASIFICAN POR LAS
001987*               CONDICIONES GENERALES DEL DIARIO (VTA-CTM-ES-...),
001990*               QUE INCLUYEN EL CREDITO PROVISORIO CON CHEQUE Y
001993*               EL RECHAZO. LOS CLIENTES CON CHEQUES EN CARTERA
001996*               SIN ACREDITAR SALEN MARCADOS COMO PENDIENTES.
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. VTA2700.
003100     SELECT CTA-MOV-FILE ASSIGN TO "CTAMOVS"
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS VTA-MOV-STATUS.
003310
003320     SELECT OPTIONAL CHEQ-CART-FILE ASSIGN TO "CHEQCART"
003330         ORGANIZATION IS INDEXED
003340         ACCESS MODE IS SEQUENTIAL
003350         RECORD KEY IS VTA-CHQ-KEY
003360         FILE STATUS IS VTA-CHQ-STATUS.
003400
003500     SELECT AGING-REPORT-FILE ASSIGN TO "AGINGRPT"
003600         ORGANIZATION IS LINE SEQUENTIAL
004100 FD  CTA-MOV-FILE
004200     RECORDING MODE IS F.
004300     COPY VTACTMV.
004310
004320 FD  CHEQ-CART-FILE
004330     RECORDING MODE IS F.
004340     COPY VTACHEQ.
004400
004500 FD  AGING-REPORT-FILE.
004600 01  VTA-REPORT-LINE                 PIC X(80).
005300
005400 01  VTA-REPORT-STATUS               PIC X(02).
005500     88  VTA-REPORT-OK               VALUE "00".
005510
005520 01  VTA-CHQ-STATUS                  PIC X(02).
005530     88  VTA-CHQ-OK                  VALUE "00".
005600
005700 01  VTA-SWITCHES.
005800     05  VTA-SW-FIN-ARCHIVO          PIC X(01) VALUE "N".
005900         88  VTA-FIN-ARCHIVO         VALUE "S".
006000     05  VTA-SW-CLI-ENCONTRADO       PIC X(01) VALUE "N".
006100         88  VTA-CLI-ENCONTRADO      VALUE "S".
006150     05  VTA-SW-FIN-CHEQUES          PIC X(01) VALUE "N".
006180         88  VTA-FIN-CHEQUES         VALUE "S".
006200
006300 01  VTA-FECHA-PROCESO               PIC 9(08).
006400
007300         10  VTA-CTAA-DEBITO-TRAMO OCCURS 4 TIMES.
007400             15  VTA-CTAA-DEBITO     PIC S9(09)V9(02).
007500         10  VTA-CTAA-CREDITOS       PIC S9(09)V9(02).
007550         10  VTA-CTAA-CHQ-PENDIENTE  PIC S9(09)V9(02).
007600
007700 01  VTA-CTAA-FOUND-NDX              PIC 9(04) COMP VALUE ZERO.
007800
011600     05  VTA-LC-MAS-90               PIC ZZZ,ZZ9.99-.
011700     05  FILLER                      PIC X(01) VALUE SPACE.
011800     05  VTA-LC-SALDO                PIC ZZZ,ZZ9.99-.
011820     05  FILLER                      PIC X(01) VALUE SPACE.
011840     05  VTA-LC-MARCA                PIC X(01).
011850
011860 01  VTA-LINEA-CHEQUES.
011870     05  FILLER                      PIC X(09) VALUE SPACES.
011880     05  FILLER                      PIC X(36)
011890         VALUE "(P) CHEQUES EN CARTERA SIN ACREDITAR".
011900     05  FILLER                      PIC X(02) VALUE ": ".
011910     05  VTA-LCH-IMPORTE             PIC ZZZ,ZZ9.99-.
011955
012000 PROCEDURE DIVISION.
012100
012200 0000-MAINLINE.
012500
012600     PERFORM 2000-ACUMULAR-MOVIMIENTO THRU 2000-EXIT
012700         UNTIL VTA-FIN-ARCHIVO.
012750
012760     PERFORM 3000-ACUMULAR-CHEQUES THRU 3000-EXIT.
012800
012900     PERFORM 8000-EMITIR-CLIENTE THRU 8000-EXIT
013000         VARYING VTA-CTAA-IDX FROM 1 BY 1
017600         PERFORM 2200-AGREGAR-CUENTA THRU 2200-EXIT
017700     END-IF.
017800
017900     IF VTA-CTM-ES-DEBITO
018000         SET VTA-FCH-DIFERENCIA TO TRUE
018100         MOVE VTA-CTM-FECHA TO VTA-FCH-FECHA-1
018200         MOVE VTA-FECHA-PROCESO TO VTA-FCH-FECHA-2
023000     MOVE ZERO TO VTA-CTAA-DEBITO (VTA-CTAA-IDX 3).
023100     MOVE ZERO TO VTA-CTAA-DEBITO (VTA-CTAA-IDX 4).
023200     MOVE ZERO TO VTA-CTAA-CREDITOS (VTA-CTAA-IDX).
023250     MOVE ZERO TO VTA-CTAA-CHQ-PENDIENTE (VTA-CTAA-IDX).
023300
023400 2200-EXIT.
023500     EXIT.
023510
023520******************************************************************
023530*3000-ACUMULAR-CHEQUES: SUMA POR CLIENTE LOS CHEQUES QUE SIGUEN
023540*EN CARTERA. SU CREDITO YA ESTA EN EL DIARIO COMO PROVISORIO
023550*(TIPO "Q") Y SE APLICO COMO CUALQUIER PAGO; AQUI SOLO SE JUNTA
023560*EL IMPORTE PARA MARCAR AL CLIENTE. SIN CARTERA NO HAY MARCAS.
023570******************************************************************
023580 3000-ACUMULAR-CHEQUES.
023590
023600     OPEN INPUT CHEQ-CART-FILE.
023610     IF NOT VTA-CHQ-OK
023620         GO TO 3000-EXIT
023630     END-IF.
023640
023650     PERFORM 3100-SUMAR-CHEQUE THRU 3100-EXIT
023660         UNTIL VTA-FIN-CHEQUES.
023670
023680     CLOSE CHEQ-CART-FILE.
023690
023700 3000-EXIT.
023710     EXIT.
023720
023730 3100-SUMAR-CHEQUE.
023740
023750     READ CHEQ-CART-FILE
023760         AT END
023770             SET VTA-FIN-CHEQUES TO TRUE
023780             GO TO 3100-EXIT
023790     END-READ.
023800
023810     IF NOT VTA-CHQ-EN-CARTERA
023820         GO TO 3100-EXIT
023830     END-IF.
023840
023850     MOVE VTA-CHQ-CLIENTE-ID TO VTA-CLI-BUSCADO.
023860     PERFORM 2100-BUSCAR-CUENTA THRU 2100-EXIT.
023870
023880     IF VTA-CLI-ENCONTRADO
023890         ADD VTA-CHQ-IMPORTE
023900             TO VTA-CTAA-CHQ-PENDIENTE (VTA-CTAA-FOUND-NDX)
023910     END-IF.
023920
023930 3100-EXIT.
023940     EXIT.
023960
023980******************************************************************
024000*7500-CLASIFICAR-TRAMO: TRADUCE LOS DIAS DE ANTIGUEDAD AL TRAMO
024100*DEL AGING: 1 CORRIENTE (0-30), 2 (31-60), 3 (61-90), 4 (+90).
024200******************************************************************
025900******************************************************************
026000*8000-EMITIR-CLIENTE: APLICA LOS CREDITOS DEL CLIENTE A SUS
026100*TRAMOS MAS VIEJOS PRIMERO Y EMITE LA LINEA DEL AGING SI EL
026200*SALDO RESULTANTE NO ES CERO, O SI TIENE CHEQUES EN CARTERA (UN
026250*SALDO EN CERO CON UN CHEQUE SIN COBRAR TODAVIA NO ESTA SALDADO).
026300******************************************************************
026400 8000-EMITIR-CLIENTE.
026500
028500         VTA-AGT-CREDITO-REST.
028600
028700     IF VTA-AGT-SALDO-TOTAL NOT = ZERO
028750        OR VTA-CTAA-CHQ-PENDIENTE (VTA-CTAA-IDX) > ZERO
028800         MOVE VTA-CTAA-CLIENTE (VTA-CTAA-IDX) TO VTA-LC-ID
028900         MOVE VTA-AGT-SALDO (1) TO VTA-LC-CORRIENTE
029000         MOVE VTA-AGT-SALDO (2) TO VTA-LC-T31-60
029100         MOVE VTA-AGT-SALDO (3) TO VTA-LC-T61-90
029200         MOVE VTA-AGT-SALDO (4) TO VTA-LC-MAS-90
029300         MOVE VTA-AGT-SALDO-TOTAL TO VTA-LC-SALDO
029310         MOVE SPACE TO VTA-LC-MARCA
029320         IF VTA-CTAA-CHQ-PENDIENTE (VTA-CTAA-IDX) > ZERO
029330             MOVE "P" TO VTA-LC-MARCA
029340         END-IF
029400         WRITE VTA-REPORT-LINE FROM VTA-LINEA-CLIENTE
029410         IF VTA-CTAA-CHQ-PENDIENTE (VTA-CTAA-IDX) > ZERO
029420             MOVE VTA-CTAA-CHQ-PENDIENTE (VTA-CTAA-IDX)
029430                                  TO VTA-LCH-IMPORTE
029440             WRITE VTA-REPORT-LINE FROM VTA-LINEA-CHEQUES
029450         END-IF
029500     END-IF.
029600
029700 8000-EXIT.

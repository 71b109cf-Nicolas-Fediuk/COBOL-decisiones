000100******************************************************************
000200*PROYECCION DE CAJA A 30 DIAS PARA TESORERIA, QUE HASTA AHORA LA
000300*ARMABA EN UNA PLANILLA CON DATOS QUE EL SISTEMA YA TIENE. A
000400*PARTIR DEL SALDO INICIAL EN BANCOS QUE INGRESA TESORERIA
000500*(TESOPARM) PROYECTA, DIA POR DIA, LOS INGRESOS Y EGRESOS DE LOS
000600*30 DIAS QUE SIGUEN A LA FECHA DE NEGOCIO, POR ORIGEN, CON EL
000700*SALDO ACUMULADO:
000800*  - TARJETAS: LO COBRADO CON DB/CR PENDIENTE DE ACREDITACION
000900*    (ACREDPEN, QUE ARMA LA LIQUIDACION VTA1600 CON EL PLAZO DEL
001000*    ADQUIRENTE POR PLAN), EN SU FECHA DE ACREDITACION ESPERADA;
001100*  - CTA CTE: LOS DEBITOS ABIERTOS DEL DIARIO (CTAMOVS) EN SU
001200*    VENCIMIENTO A 30 DIAS, CON LOS CREDITOS APLICADOS A LO MAS
001300*    VIEJO PRIMERO COMO EN LA ANTIGUEDAD (VTA2700), MAS LA PROXIMA
001400*    CUOTA DE CADA PLAN DE PAGOS ACTIVO (PLANREF);
001500*  - CHEQUES: LOS CHEQUES EN CARTERA (CHEQCART) EN SU FECHA DE
001600*    COBRO;
001700*  - PROVEEDORES: LAS FACTURAS LIBERADAS PARA PAGO (FACTREG) EN
001800*    SU VENCIMIENTO;
001900*  - COMPRAS: LO QUE FALTA FACTURAR DE LAS ORDENES DE COMPRA
002000*    ABIERTAS (ORDCOMPR) AL COSTO DEL MAESTRO DE PRODUCTOS, EN LA
002100*    FECHA ESPERADA DE ENTREGA MAS EL PLAZO DE PAGO DEL PROVEEDOR.
002200*LO VENCIDO QUE NO TIENE UN DIA CIERTO DE COBRO (RENDICIONES DE
002300*TARJETA ATRASADAS, SALDO VENCIDO DE CTA CTE) Y LO QUE CAE DESPUES
002400*DEL DIA 30 SE INFORMA APARTE, SIN ENTRAR EN EL SALDO; LOS PAGOS
002500*ATRASADOS DE COMPRAS Y LOS CHEQUES CON LA FECHA DE COBRO CUMPLIDA
002600*SE TOMAN EN EL PRIMER DIA. EL PASIVO POR GIFT CARDS (EL MISMO DE
002700*VTA3000) SE INFORMA COMO DATO: NO ES UN MOVIMIENTO DE CAJA.
002800*
002900*CADA PROYECCION QUEDA GRABADA EN PROYTESO. LA CORRIDA SIGUIENTE
003000*COMPARA LOS DIAS YA TRANSCURRIDOS DE LA PROYECCION ANTERIOR CON
003100*LO QUE REALMENTE PASO EN ESOS DIAS: RENDICIONES ACREDITADAS,
003200*PAGOS DE CTA CTE, CHEQUES COBRADOS Y FACTURAS DE PROVEEDOR
003300*VENCIDAS, Y EL SALDO PROYECTADO CONTRA EL SALDO INICIAL INGRESADO
003400*AHORA.
003500*
003600*PARAMETRO TESOPARM: POSICIONES 1-13 EL SALDO INICIAL EN BANCOS
003700*(11 ENTEROS Y 2 DECIMALES, SIN PUNTO) Y POSICION 14 UN "-" SI ES
003800*DEUDOR. SIN PARAMETRO SE PROYECTA DESDE CERO, CON AVISO. CORRE
003900*SEMANAL, FUERA DE LA CADENA NOCTURNA.
004000******************************************************************
004100*MODIFICACIONES:
004200*2026-10-15 NF  PROGRAMA ORIGINAL.
004225*2026-10-15 NF  UNA ORDEN DE COMPRA CON CANTIDAD FACTURADA EN
004250*               BLANCO (EMITIDA ANTES DE AGREGARLA AL REGISTRO)
004275*               LA TOMA EN CERO.
004300******************************************************************
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID. VTA7600.
004600 AUTHOR. N. FEDIUK.
004700 INSTALLATION. PERFUMERIA - SISTEMAS.
004800 DATE-WRITTEN. 2026-10-15.
004900 DATE-COMPILED. 2026-10-15.
005000
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT ACRED-PEND-FILE ASSIGN TO "ACREDPEN"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS SEQUENTIAL
005700         RECORD KEY IS VTA-ACP-KEY
005800         FILE STATUS IS VTA-ACP-STATUS.
005900
006000     SELECT CTA-MOV-FILE ASSIGN TO "CTAMOVS"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS VTA-MOV-STATUS.
006300
006400     SELECT PLAN-REF-FILE ASSIGN TO "PLANREF"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS SEQUENTIAL
006700         RECORD KEY IS VTA-PRF-KEY
006800         FILE STATUS IS VTA-PRF-STATUS.
006900
007000     SELECT CHEQ-CART-FILE ASSIGN TO "CHEQCART"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS SEQUENTIAL
007300         RECORD KEY IS VTA-CHQ-KEY
007400         FILE STATUS IS VTA-CHQ-STATUS.
007500
007600     SELECT FACT-REG-FILE ASSIGN TO "FACTREG"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS SEQUENTIAL
007900         RECORD KEY IS VTA-FRG-CLAVE
008000         FILE STATUS IS VTA-FREG-STATUS.
008100
008200     SELECT ORDEN-COMPRA-FILE ASSIGN TO "ORDCOMPR"
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS SEQUENTIAL
008500         RECORD KEY IS VTA-ODC-NUMERO
008600         FILE STATUS IS VTA-ORDEN-STATUS.
008700
008800     SELECT PRODUCTO-MASTER-FILE ASSIGN TO "PRODUCTM"
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS RANDOM
009100         RECORD KEY IS VTA-PROD-CODIGO
009200         FILE STATUS IS VTA-PRODMTR-STATUS.
009300
009400     SELECT PROVEEDOR-MASTER-FILE ASSIGN TO "PROVEEDM"
009500         ORGANIZATION IS INDEXED
009600         ACCESS MODE IS RANDOM
009700         RECORD KEY IS VTA-PRV-CODIGO
009800         FILE STATUS IS VTA-PROVMTR-STATUS.
009900
010000     SELECT GIFT-CARD-FILE ASSIGN TO "GIFTCARD"
010100         ORGANIZATION IS INDEXED
010200         ACCESS MODE IS SEQUENTIAL
010300         RECORD KEY IS VTA-GFT-NUMERO
010400         FILE STATUS IS VTA-GIFT-STATUS.
010500
010600     SELECT PROY-TESO-FILE ASSIGN TO "PROYTESO"
010700         ORGANIZATION IS INDEXED
010800         ACCESS MODE IS DYNAMIC
010900         RECORD KEY IS VTA-PRY-KEY
011000         FILE STATUS IS VTA-PRY-STATUS.
011100
011200     SELECT OPTIONAL TESO-PARM-FILE ASSIGN TO "TESOPARM"
011300         ORGANIZATION IS SEQUENTIAL
011400         FILE STATUS IS VTA-TPRM-STATUS.
011500
011600     SELECT OPTIONAL FECHA-PARM-FILE ASSIGN TO "FECHAPRM"
011700         ORGANIZATION IS SEQUENTIAL
011800         FILE STATUS IS VTA-FPRM-STATUS.
011900
012000     SELECT TESO-REPORT-FILE ASSIGN TO "TESORRPT"
012100         ORGANIZATION IS LINE SEQUENTIAL
012200         FILE STATUS IS VTA-REPORT-STATUS.
012300
012400 DATA DIVISION.
012500 FILE SECTION.
012600 FD  ACRED-PEND-FILE
012700     RECORDING MODE IS F.
012800     COPY VTAACRP.
012900
013000 FD  CTA-MOV-FILE
013100     RECORDING MODE IS F.
013200     COPY VTACTMV.
013300
013400 FD  PLAN-REF-FILE
013500     RECORDING MODE IS F.
013600     COPY VTAPREF.
013700
013800 FD  CHEQ-CART-FILE
013900     RECORDING MODE IS F.
014000     COPY VTACHEQ.
014100
014200 FD  FACT-REG-FILE
014300     RECORDING MODE IS F.
014400     COPY VTAFPRC.
014500
014600 FD  ORDEN-COMPRA-FILE
014700     RECORDING MODE IS F.
014800     COPY VTAORDC.
014900
015000 FD  PRODUCTO-MASTER-FILE
015100     RECORDING MODE IS F.
015200     COPY VTAPROD.
015300
015400 FD  PROVEEDOR-MASTER-FILE
015500     RECORDING MODE IS F.
015600     COPY VTAPRVD.
015700
015800 FD  GIFT-CARD-FILE
015900     RECORDING MODE IS F.
016000     COPY VTAGIFT.
016100
016200 FD  PROY-TESO-FILE
016300     RECORDING MODE IS F.
016400     COPY VTAPRYT.
016500
016600 FD  TESO-PARM-FILE
016700     RECORDING MODE IS F.
016800 01  VTA-TESO-PARM-RECORD.
016900     05  VTA-TPR-SALDO               PIC 9(11)V9(02).
017000     05  VTA-TPR-SIGNO               PIC X(01).
017100         88  VTA-TPR-DEUDOR          VALUE "-".
017200     05  FILLER                      PIC X(66).
017300
017400 FD  FECHA-PARM-FILE
017500     RECORDING MODE IS F.
017600 01  VTA-FECHA-PARM-RECORD.
017700     05  VTA-FPRM-FECHA              PIC 9(08).
017800     05  FILLER                      PIC X(72).
017900
018000 FD  TESO-REPORT-FILE.
018100 01  VTA-REPORT-LINE                 PIC X(100).
018200
018300 WORKING-STORAGE SECTION.
018400
018500 COPY VTAFCHP.
018600
018700 01  VTA-ACP-STATUS                  PIC X(02).
018800     88  VTA-ACP-OK                  VALUE "00".
018900
019000 01  VTA-MOV-STATUS                  PIC X(02).
019100     88  VTA-MOV-OK                  VALUE "00".
019200
019300 01  VTA-PRF-STATUS                  PIC X(02).
019400     88  VTA-PRF-OK                  VALUE "00".
019500
019600 01  VTA-CHQ-STATUS                  PIC X(02).
019700     88  VTA-CHQ-OK                  VALUE "00".
019800
019900 01  VTA-FREG-STATUS                 PIC X(02).
020000     88  VTA-FREG-OK                 VALUE "00".
020100
020200 01  VTA-ORDEN-STATUS                PIC X(02).
020300     88  VTA-ORDEN-OK                VALUE "00".
020400
020500 01  VTA-PRODMTR-STATUS              PIC X(02).
020600     88  VTA-PRODMTR-OK              VALUE "00".
020700
020800 01  VTA-PROVMTR-STATUS              PIC X(02).
020900     88  VTA-PROVMTR-OK              VALUE "00".
021000
021100 01  VTA-GIFT-STATUS                 PIC X(02).
021200     88  VTA-GIFT-OK                 VALUE "00".
021300
021400 01  VTA-PRY-STATUS                  PIC X(02).
021500     88  VTA-PRY-OK                  VALUE "00".
021600
021700 01  VTA-TPRM-STATUS                 PIC X(02).
021800     88  VTA-TPRM-OK                 VALUE "00".
021900
022000 01  VTA-FPRM-STATUS                 PIC X(02).
022100     88  VTA-FPRM-OK                 VALUE "00".
022200
022300 01  VTA-REPORT-STATUS               PIC X(02).
022400     88  VTA-REPORT-OK               VALUE "00".
022500
022600 01  VTA-SWITCHES.
022700     05  VTA-SW-FIN-ARCHIVO          PIC X(01) VALUE "N".
022800         88  VTA-FIN-ARCHIVO         VALUE "S".
022900     05  VTA-SW-HAY-ANTERIOR         PIC X(01) VALUE "N".
023000         88  VTA-HAY-ANTERIOR        VALUE "S".
023100     05  VTA-SW-CLI-ENCONTRADO       PIC X(01) VALUE "N".
023200         88  VTA-CLI-ENCONTRADO      VALUE "S".
023300     05  VTA-SW-EN-VENTANA           PIC X(01) VALUE "N".
023400         88  VTA-EN-VENTANA          VALUE "S".
023500
023600*DIAS PROYECTADOS Y PLAZO CON QUE VENCE UN DEBITO DE CTA CTE (EL
023700*MISMO TRAMO CORRIENTE DE LA ANTIGUEDAD).
023800 77  VTA-DIAS-HORIZONTE              PIC 9(02) VALUE 30.
023900 77  VTA-PLAZO-CTA-CTE               PIC 9(02) VALUE 30.
024000
024100 01  VTA-FECHA-PROCESO               PIC 9(08).
024200 01  VTA-FECHA-ANTERIOR              PIC 9(08) VALUE ZERO.
024300 01  VTA-SALDO-INICIAL               PIC S9(11)V9(02) VALUE ZERO.
024400
024500*DIAS DESDE LA FECHA DE NEGOCIO HASTA LA FECHA DEL MOVIMIENTO (1
024600*ES EL DIA SIGUIENTE) Y CASILLERO DEL DIA EN LA TABLA.
024700 01  VTA-DIAS-DESDE                  PIC S9(05).
024800 01  VTA-DIA-NDX                     PIC 9(02) COMP.
024900
025000*PROYECCION POR DIA Y ORIGEN. LOS EGRESOS SE GUARDAN EN POSITIVO.
025100 01  VTA-TABLA-DIAS.
025200     05  VTA-DIA-ENTRADA OCCURS 30 TIMES
025300                         INDEXED BY VTA-DIA-IDX.
025400         10  VTA-DIA-FECHA           PIC 9(08).
025500         10  VTA-DIA-TARJETAS        PIC S9(11)V9(02).
025600         10  VTA-DIA-CTA-CTE         PIC S9(11)V9(02).
025700         10  VTA-DIA-CHEQUES         PIC S9(11)V9(02).
025800         10  VTA-DIA-PROVEEDORES     PIC S9(11)V9(02).
025900         10  VTA-DIA-COMPRAS         PIC S9(11)V9(02).
026000         10  VTA-DIA-SALDO           PIC S9(11)V9(02).
026100
026200*TOTALES DE LOS 30 DIAS POR ORIGEN.
026300 01  VTA-TOTALES-PROYECCION.
026400     05  VTA-TOT-TARJETAS            PIC S9(11)V9(02).
026500     05  VTA-TOT-CTA-CTE             PIC S9(11)V9(02).
026600     05  VTA-TOT-CHEQUES             PIC S9(11)V9(02).
026700     05  VTA-TOT-PROVEEDORES         PIC S9(11)V9(02).
026800     05  VTA-TOT-COMPRAS             PIC S9(11)V9(02).
026900
027000*LO QUE NO ENTRA EN EL SALDO: VENCIDO SIN DIA CIERTO, POSTERIOR AL
027100*DIA 30 Y EL PASIVO POR GIFT CARDS.
027200 01  VTA-INFORMATIVOS.
027300     05  VTA-INF-TARJ-VENCIDAS       PIC S9(11)V9(02).
027400     05  VTA-INF-TARJ-POSTERIOR      PIC S9(11)V9(02).
027500     05  VTA-INF-CTACTE-VENCIDO      PIC S9(11)V9(02).
027600     05  VTA-INF-CTACTE-POSTERIOR    PIC S9(11)V9(02).
027700     05  VTA-INF-CHEQ-POSTERIOR      PIC S9(11)V9(02).
027800     05  VTA-INF-PROV-POSTERIOR      PIC S9(11)V9(02).
027900     05  VTA-INF-COMPRAS-POSTERIOR   PIC S9(11)V9(02).
028000     05  VTA-INF-PASIVO-GIFT         PIC S9(11)V9(02).
028100
028200*PROYECCION ANTERIOR CONTRA LO REAL, EN LOS DIAS YA TRANSCURRIDOS
028300*(DESDE EL DIA SIGUIENTE A LA CORRIDA ANTERIOR HASTA LA FECHA DE
028400*NEGOCIO).
028500 01  VTA-COMPARACION.
028600     05  VTA-CMP-PROY-TARJETAS       PIC S9(11)V9(02).
028700     05  VTA-CMP-REAL-TARJETAS       PIC S9(11)V9(02).
028800     05  VTA-CMP-PROY-CTA-CTE        PIC S9(11)V9(02).
028900     05  VTA-CMP-REAL-CTA-CTE        PIC S9(11)V9(02).
029000     05  VTA-CMP-PROY-CHEQUES        PIC S9(11)V9(02).
029100     05  VTA-CMP-REAL-CHEQUES        PIC S9(11)V9(02).
029200     05  VTA-CMP-PROY-PAGOS          PIC S9(11)V9(02).
029300     05  VTA-CMP-REAL-PAGOS          PIC S9(11)V9(02).
029400     05  VTA-CMP-PROY-SALDO          PIC S9(11)V9(02).
029500     05  VTA-CMP-PASIVO-ANTERIOR     PIC S9(11)V9(02).
029600     05  VTA-CMP-ULT-DIA             PIC 9(08).
029700
029800*DEUDA DE CADA CLIENTE DE CTA CTE POR VENCIMIENTO: CASILLERO 1 LO
029900*YA VENCIDO, 2 A 31 LOS DIAS 1 A 30 Y 32 LO POSTERIOR. LOS
030000*CREDITOS SE APLICAN DESDE EL CASILLERO 1.
030100 01  VTA-TABLA-CUENTAS.
030200     05  VTA-CTAP-CANT               PIC 9(04) COMP VALUE ZERO.
030300     05  VTA-CTAP-ENTRADA OCCURS 2000 TIMES
030400                         INDEXED BY VTA-CTAP-IDX.
030500         10  VTA-CTAP-CLIENTE        PIC 9(08).
030600         10  VTA-CTAP-CREDITOS       PIC S9(09)V9(02).
030700         10  VTA-CTAP-DEUDA OCCURS 32 TIMES
030800                         INDEXED BY VTA-VTO-IDX
030900                                     PIC S9(09)V9(02).
031000
031100 01  VTA-CTAP-FOUND-NDX              PIC 9(04) COMP VALUE ZERO.
031200 01  VTA-CLI-BUSCADO                 PIC 9(08).
031300 01  VTA-VTO-NDX                     PIC 9(02) COMP.
031400 01  VTA-CREDITO-REST                PIC S9(09)V9(02).
031500 01  VTA-DEUDA-NETA                  PIC S9(09)V9(02).
031600
031700*PENDIENTE DE UNA ORDEN DE COMPRA Y SU PLAZO DE PAGO.
031800 01  VTA-CANT-A-PAGAR                PIC S9(07).
031900 01  VTA-IMPORTE-ORDEN               PIC S9(11)V9(02).
032000 01  VTA-PLAZO-PAGO                  PIC 9(03).
032100
032200*IMPORTES DE TRABAJO DE LA COMPARACION.
032300 01  VTA-RENGLON-PROY                PIC S9(11)V9(02).
032400 01  VTA-RENGLON-REAL                PIC S9(11)V9(02).
032500 01  VTA-DIFERENCIA                  PIC S9(11)V9(02).
032600 01  VTA-PORCENTAJE                  PIC S9(05)V9(01).
032700
032800 01  VTA-CONTADORES.
032900     05  VTA-CANT-TARJETAS           PIC 9(07) COMP VALUE ZERO.
033000     05  VTA-CANT-MOVIMIENTOS        PIC 9(07) COMP VALUE ZERO.
033100     05  VTA-CANT-PLANES             PIC 9(07) COMP VALUE ZERO.
033200     05  VTA-CANT-CHEQUES            PIC 9(07) COMP VALUE ZERO.
033300     05  VTA-CANT-FACTURAS           PIC 9(07) COMP VALUE ZERO.
033400     05  VTA-CANT-ORDENES            PIC 9(07) COMP VALUE ZERO.
033500     05  VTA-CANT-SIN-PRODUCTO       PIC 9(07) COMP VALUE ZERO.
033600     05  VTA-CANT-SIN-PROVEEDOR      PIC 9(07) COMP VALUE ZERO.
033700
033800*LINEAS DE IMPRESION.
033900 01  VTA-LINEA-TITULO.
034000     05  FILLER                      PIC X(40)
034100         VALUE "PROYECCION DE CAJA A 30 DIAS - NEGOCIO: ".
034200     05  VTA-LT-FECHA                PIC 9(08).
034300
034400 01  VTA-LINEA-SALDO-INICIAL.
034500     05  FILLER                      PIC X(30)
034600         VALUE "SALDO INICIAL EN BANCOS     : ".
034700     05  VTA-LSI-SALDO               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
034800
034900 01  VTA-LINEA-ENCABEZADO.
035000     05  FILLER                      PIC X(08) VALUE "FECHA".
035100     05  FILLER                      PIC X(15)
035200         VALUE "       TARJETAS".
035300     05  FILLER                      PIC X(15)
035400         VALUE "        CTA CTE".
035500     05  FILLER                      PIC X(15)
035600         VALUE "        CHEQUES".
035700     05  FILLER                      PIC X(15)
035800         VALUE "    PROVEEDORES".
035900     05  FILLER                      PIC X(15)
036000         VALUE "        COMPRAS".
036100     05  FILLER                      PIC X(16)
036200         VALUE "           SALDO".
036300
036400 01  VTA-LINEA-DIA.
036500     05  VTA-LD-FECHA                PIC X(08).
036600     05  FILLER                      PIC X(01) VALUE SPACE.
036700     05  VTA-LD-TARJETAS             PIC ZZ,ZZZ,ZZ9.99-.
036800     05  FILLER                      PIC X(01) VALUE SPACE.
036900     05  VTA-LD-CTA-CTE              PIC ZZ,ZZZ,ZZ9.99-.
037000     05  FILLER                      PIC X(01) VALUE SPACE.
037100     05  VTA-LD-CHEQUES              PIC ZZ,ZZZ,ZZ9.99-.
037200     05  FILLER                      PIC X(01) VALUE SPACE.
037300     05  VTA-LD-PROVEEDORES          PIC ZZ,ZZZ,ZZ9.99-.
037400     05  FILLER                      PIC X(01) VALUE SPACE.
037500     05  VTA-LD-COMPRAS              PIC ZZ,ZZZ,ZZ9.99-.
037600     05  FILLER                      PIC X(01) VALUE SPACE.
037700     05  VTA-LD-SALDO                PIC ZZZ,ZZZ,ZZ9.99-.
037800
037900 01  VTA-LINEA-IMPORTE.
038000     05  VTA-LI-CONCEPTO             PIC X(50).
038100     05  VTA-LI-IMPORTE              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
038200
038300 01  VTA-LINEA-DESVIO-TITULO.
038400     05  FILLER                      PIC X(40)
038500         VALUE "DESVIO DE LA PROYECCION DEL           : ".
038600     05  VTA-LDT-ANTERIOR            PIC 9(08).
038700     05  FILLER                      PIC X(12)
038800         VALUE " - DIAS DEL ".
038900     05  VTA-LDT-DESDE               PIC 9(08).
039000     05  FILLER                      PIC X(04) VALUE " AL ".
039100     05  VTA-LDT-HASTA               PIC 9(08).
039200
039300 01  VTA-LINEA-DESVIO-ENCAB.
039400     05  FILLER                      PIC X(20) VALUE "ORIGEN".
039500     05  FILLER                      PIC X(19)
039600         VALUE "         PROYECTADO".
039700     05  FILLER                      PIC X(19)
039800         VALUE "               REAL".
039900     05  FILLER                      PIC X(19)
040000         VALUE "         DIFERENCIA".
040100     05  FILLER                      PIC X(09)
040200         VALUE "        %".
040300
040400 01  VTA-LINEA-DESVIO.
040500     05  VTA-LDV-ORIGEN              PIC X(20).
040600     05  FILLER                      PIC X(01) VALUE SPACE.
040700     05  VTA-LDV-PROYECTADO          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
040800     05  FILLER                      PIC X(01) VALUE SPACE.
040900     05  VTA-LDV-REAL                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
041000     05  FILLER                      PIC X(01) VALUE SPACE.
041100     05  VTA-LDV-DIFERENCIA          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
041200     05  FILLER                      PIC X(01) VALUE SPACE.
041300     05  VTA-LDV-PORCENTAJE          PIC ZZZZ9.9-
041350         BLANK WHEN ZERO.
041400
041500 01  VTA-LINEA-SIN-ANTERIOR.
041600     05  FILLER                      PIC X(50)
041700         VALUE "SIN PROYECCION ANTERIOR PARA COMPARAR".
041800
041900 PROCEDURE DIVISION.
042000
042100 0000-MAINLINE.
042200
042300     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
042400
042500     PERFORM 2000-BUSCAR-ANTERIOR THRU 2000-EXIT.
042600
042700     PERFORM 3000-PROYECTAR-TARJETAS THRU 3000-EXIT.
042800     PERFORM 3100-PROYECTAR-CTA-CTE THRU 3100-EXIT.
042900     PERFORM 3200-PROYECTAR-PLANES THRU 3200-EXIT.
043000     PERFORM 3300-PROYECTAR-CHEQUES THRU 3300-EXIT.
043100     PERFORM 3400-PROYECTAR-PROVEEDORES THRU 3400-EXIT.
043200     PERFORM 3500-PROYECTAR-COMPRAS THRU 3500-EXIT.
043300     PERFORM 3600-SUMAR-GIFT-CARDS THRU 3600-EXIT.
043400
043500     PERFORM 4000-LEER-PROY-ANTERIOR THRU 4000-EXIT.
043600
043700     PERFORM 5000-CALCULAR-SALDOS THRU 5000-EXIT.
043800
043900     PERFORM 6000-IMPRIMIR-PROYECCION THRU 6000-EXIT.
044000
044100     PERFORM 7000-IMPRIMIR-DESVIO THRU 7000-EXIT.
044200
044300     PERFORM 8000-GRABAR-HISTORIA THRU 8000-EXIT.
044400
044500     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
044600
044700     STOP RUN.
044800
044900 1000-INICIALIZAR.
045000
045100     PERFORM 1300-OBTENER-FECHA-NEGOCIO THRU 1300-EXIT.
045200     PERFORM 1400-LEER-PARAMETRO THRU 1400-EXIT.
045300
045400     INITIALIZE VTA-TABLA-DIAS
045500                VTA-TOTALES-PROYECCION
045600                VTA-INFORMATIVOS
045700                VTA-COMPARACION.
045800
045900     PERFORM 1500-ARMAR-DIA THRU 1500-EXIT
046000         VARYING VTA-DIA-IDX FROM 1 BY 1
046100         UNTIL VTA-DIA-IDX > VTA-DIAS-HORIZONTE.
046200
046300     OPEN I-O PROY-TESO-FILE.
046400     IF NOT VTA-PRY-OK
046500         DISPLAY "VTA7600 - NO SE PUDO ABRIR LA HISTORIA DE "
046600                 "PROYECCIONES (PROYTESO). ESTADO: "
046700                 VTA-PRY-STATUS
046800         MOVE 8 TO RETURN-CODE
046900         STOP RUN
047000     END-IF.
047100
047200     OPEN OUTPUT TESO-REPORT-FILE.
047300
047400 1000-EXIT.
047500     EXIT.
047600
047700******************************************************************
047800*1300-OBTENER-FECHA-NEGOCIO: LEE LA FECHA DE NEGOCIO DEL PARAMETRO
047900*FECHAPRM (EL MISMO DEL RESTO DE LA CADENA). LA PROYECCION EMPIEZA
048000*EL DIA SIGUIENTE. SIN PARAMETRO SE USA LA FECHA DEL SISTEMA, CON
048100*AVISO.
048200******************************************************************
048300 1300-OBTENER-FECHA-NEGOCIO.
048400
048500     MOVE ZERO TO VTA-FECHA-PROCESO.
048600
048700     OPEN INPUT FECHA-PARM-FILE.
048800     IF VTA-FPRM-OK
048900         READ FECHA-PARM-FILE
049000             AT END
049100                 CONTINUE
049200         END-READ
049300         IF VTA-FPRM-OK AND VTA-FPRM-FECHA > 0
049400             MOVE VTA-FPRM-FECHA TO VTA-FECHA-PROCESO
049500         END-IF
049600         CLOSE FECHA-PARM-FILE
049700     END-IF.
049800
049900     IF VTA-FECHA-PROCESO = ZERO
050000         ACCEPT VTA-FECHA-PROCESO FROM DATE YYYYMMDD
050100         DISPLAY "VTA7600 - AVISO: SIN FECHA DE NEGOCIO "
050200                 "(FECHAPRM). SE USA LA FECHA DEL SISTEMA."
050300     END-IF.
050400
050500 1300-EXIT.
050600     EXIT.
050700
050800******************************************************************
050900*1400-LEER-PARAMETRO: SALDO INICIAL EN BANCOS DE TESOPARM. SIN
051000*PARAMETRO O CON UN IMPORTE NO NUMERICO SE PROYECTA DESDE CERO Y
051100*EL PASO TERMINA CON RC 4, PARA QUE TESORERIA LO VEA.
051200******************************************************************
051300 1400-LEER-PARAMETRO.
051400
051500     OPEN INPUT TESO-PARM-FILE.
051600     IF NOT VTA-TPRM-OK
051700         GO TO 1400-SIN-SALDO
051800     END-IF.
051900
052000     READ TESO-PARM-FILE
052100         AT END
052200             CLOSE TESO-PARM-FILE
052300             GO TO 1400-SIN-SALDO
052400     END-READ.
052500
052600     CLOSE TESO-PARM-FILE.
052700
052800     IF VTA-TPR-SALDO IS NOT NUMERIC
052900         GO TO 1400-SIN-SALDO
053000     END-IF.
053100
053200     MOVE VTA-TPR-SALDO TO VTA-SALDO-INICIAL.
053300     IF VTA-TPR-DEUDOR
053400         COMPUTE VTA-SALDO-INICIAL = VTA-SALDO-INICIAL * -1
053500     END-IF.
053600
053700     GO TO 1400-EXIT.
053800
053900 1400-SIN-SALDO.
054000
054100     DISPLAY "VTA7600 - AVISO: SIN SALDO INICIAL VALIDO EN "
054200             "TESOPARM. SE PROYECTA DESDE CERO.".
054300     MOVE ZERO TO VTA-SALDO-INICIAL.
054400     MOVE 4 TO RETURN-CODE.
054500
054600 1400-EXIT.
054700     EXIT.
054800
054900 1500-ARMAR-DIA.
055000
055100     SET VTA-FCH-AGREGAR TO TRUE.
055200     MOVE VTA-FECHA-PROCESO TO VTA-FCH-FECHA-1.
055300     SET VTA-DIA-NDX TO VTA-DIA-IDX.
055400     MOVE VTA-DIA-NDX TO VTA-FCH-DIAS.
055500     CALL "VTAFECHA" USING VTA-FECHA-PARMS.
055600     IF VTA-FCH-ERROR
055700         DISPLAY "VTA7600 - FECHA DE NEGOCIO INVALIDA: "
055800                 VTA-FECHA-PROCESO
055900         MOVE 8 TO RETURN-CODE
056000         STOP RUN
056100     END-IF.
056200
056300     MOVE VTA-FCH-FECHA-2 TO VTA-DIA-FECHA (VTA-DIA-IDX).
056400
056500 1500-EXIT.
056600     EXIT.
056700
056800******************************************************************
056900*2000-BUSCAR-ANTERIOR: LA PROYECCION ANTERIOR ES LA ULTIMA CORRIDA
057000*GRABADA CON FECHA DE NEGOCIO MENOR QUE LA ACTUAL. LA HISTORIA SE
057100*LEE EN ORDEN DE CLAVE, ASI QUE ALCANZA CON QUEDARSE CON LA ULTIMA
057200*QUE APARECE ANTES DE LA FECHA ACTUAL.
057300******************************************************************
057400 2000-BUSCAR-ANTERIOR.
057500
057600     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
057700
057800     PERFORM 2100-LEER-HISTORIA THRU 2100-EXIT
057900         UNTIL VTA-FIN-ARCHIVO.
058000
058100     IF VTA-FECHA-ANTERIOR > ZERO
058200         SET VTA-HAY-ANTERIOR TO TRUE
058300     END-IF.
058400
058500 2000-EXIT.
058600     EXIT.
058700
058800 2100-LEER-HISTORIA.
058900
059000     READ PROY-TESO-FILE NEXT RECORD
059100         AT END
059200             SET VTA-FIN-ARCHIVO TO TRUE
059300             GO TO 2100-EXIT
059400     END-READ.
059500
059600     IF VTA-PRY-FECHA-CORRIDA NOT < VTA-FECHA-PROCESO
059700         SET VTA-FIN-ARCHIVO TO TRUE
059800         GO TO 2100-EXIT
059900     END-IF.
060000
060100     MOVE VTA-PRY-FECHA-CORRIDA TO VTA-FECHA-ANTERIOR.
060200
060300 2100-EXIT.
060400     EXIT.
060500
060600******************************************************************
060700*2500-UBICAR-DIA: DIAS DESDE LA FECHA DE NEGOCIO HASTA LA FECHA EN
060800*VTA-FCH-FECHA-2 (VTA-DIAS-DESDE). EL LLAMADOR DECIDE QUE HACER
060900*CON LO VENCIDO (CERO O MENOS) Y CON LO POSTERIOR AL HORIZONTE.
061000******************************************************************
061100 2500-UBICAR-DIA.
061200
061300     SET VTA-FCH-DIFERENCIA TO TRUE.
061400     MOVE VTA-FECHA-PROCESO TO VTA-FCH-FECHA-1.
061500     CALL "VTAFECHA" USING VTA-FECHA-PARMS.
061600
061700     IF VTA-FCH-ERROR
061800         MOVE ZERO TO VTA-DIAS-DESDE
061900     ELSE
062000         MOVE VTA-FCH-DIAS TO VTA-DIAS-DESDE
062100     END-IF.
062200
062300 2500-EXIT.
062400     EXIT.
062500
062600******************************************************************
062700*2600-EN-VENTANA: INDICA SI LA FECHA EN VTA-FCH-FECHA-2 CAE EN LOS
062800*DIAS YA TRANSCURRIDOS DE LA PROYECCION ANTERIOR (DESPUES DE ESA
062900*CORRIDA Y HASTA LA FECHA DE NEGOCIO ACTUAL).
063000******************************************************************
063100 2600-EN-VENTANA.
063200
063300     MOVE "N" TO VTA-SW-EN-VENTANA.
063400
063500     IF VTA-HAY-ANTERIOR
063600        AND VTA-FCH-FECHA-2 > VTA-FECHA-ANTERIOR
063700        AND VTA-FCH-FECHA-2 NOT > VTA-FECHA-PROCESO
063800         SET VTA-EN-VENTANA TO TRUE
063900     END-IF.
064000
064100 2600-EXIT.
064200     EXIT.
064300
064400******************************************************************
064500*3000-PROYECTAR-TARJETAS: CADA LINEA PENDIENTE DE ACREDITACION VA
064600*AL DIA EN QUE EL ADQUIRENTE DEBE DEPOSITARLA. LA QUE YA DEBIO
064700*LLEGAR ES UNA RENDICION FALTANTE (LA RECLAMA VTA3700) Y NO TIENE
064800*FECHA CIERTA: VA APARTE. LAS RENDIDAS EN LOS DIAS TRANSCURRIDOS
064900*SON LO REAL DE LA COMPARACION.
065000******************************************************************
065100 3000-PROYECTAR-TARJETAS.
065200
065300     OPEN INPUT ACRED-PEND-FILE.
065400     IF NOT VTA-ACP-OK
065500         DISPLAY "VTA7600 - NO SE PUDO ABRIR LAS ACREDITACIONES "
065600                 "PENDIENTES (ACREDPEN). ESTADO: " VTA-ACP-STATUS
065700         MOVE 8 TO RETURN-CODE
065800         STOP RUN
065900     END-IF.
066000
066100     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
066200
066300     PERFORM 3010-LEER-ACREDITACION THRU 3010-EXIT
066400         UNTIL VTA-FIN-ARCHIVO.
066500
066600     CLOSE ACRED-PEND-FILE.
066700
066800 3000-EXIT.
066900     EXIT.
067000
067100 3010-LEER-ACREDITACION.
067200
067300     READ ACRED-PEND-FILE
067400         AT END
067500             SET VTA-FIN-ARCHIVO TO TRUE
067600             GO TO 3010-EXIT
067700     END-READ.
067800
067900     ADD 1 TO VTA-CANT-TARJETAS.
068000
068100     IF VTA-ACP-RENDIDA
068200         MOVE VTA-ACP-FECHA-RENDIDA TO VTA-FCH-FECHA-2
068300         PERFORM 2600-EN-VENTANA THRU 2600-EXIT
068400         IF VTA-EN-VENTANA
068500             ADD VTA-ACP-IMP-RENDIDO TO VTA-CMP-REAL-TARJETAS
068600         END-IF
068700         GO TO 3010-EXIT
068800     END-IF.
068900
069000     IF NOT VTA-ACP-PENDIENTE
069100         GO TO 3010-EXIT
069200     END-IF.
069300
069400     MOVE VTA-ACP-FECHA-ACREDIT TO VTA-FCH-FECHA-2.
069500     PERFORM 2500-UBICAR-DIA THRU 2500-EXIT.
069600
069700     EVALUATE TRUE
069800         WHEN VTA-DIAS-DESDE NOT > ZERO
069900             ADD VTA-ACP-TOT-COBRADO TO VTA-INF-TARJ-VENCIDAS
070000         WHEN VTA-DIAS-DESDE > VTA-DIAS-HORIZONTE
070100             ADD VTA-ACP-TOT-COBRADO TO VTA-INF-TARJ-POSTERIOR
070200         WHEN OTHER
070300             MOVE VTA-DIAS-DESDE TO VTA-DIA-NDX
070400             ADD VTA-ACP-TOT-COBRADO
070500                 TO VTA-DIA-TARJETAS (VTA-DIA-NDX)
070600     END-EVALUATE.
070700
070800 3010-EXIT.
070900     EXIT.
071000
071100******************************************************************
071200*3100-PROYECTAR-CTA-CTE: ARMA LA DEUDA DE CADA CLIENTE POR DIA DE
071300*VENCIMIENTO. UN DEBITO VENCE A LOS 30 DIAS DE SU FECHA, SALVO LA
071400*CUOTA DE UN PLAN DE PAGOS, QUE YA SE DEBITA EN SU VENCIMIENTO.
071500*LOS CREDITOS SE APLICAN DESPUES A LO MAS VIEJO PRIMERO, COMO EN
071600*LA ANTIGUEDAD. LOS PAGOS ("C") DE LOS DIAS TRANSCURRIDOS SON LO
071700*REAL DE LA COMPARACION; EL CREDITO CON CHEQUE ("Q") NO, PORQUE LA
071800*PLATA ENTRA RECIEN AL COBRAR EL CHEQUE.
071900******************************************************************
072000 3100-PROYECTAR-CTA-CTE.
072100
072200     OPEN INPUT CTA-MOV-FILE.
072300     IF NOT VTA-MOV-OK
072400         DISPLAY "VTA7600 - NO SE PUDO ABRIR EL DIARIO DE CTA "
072500                 "CTE (CTAMOVS). ESTADO: " VTA-MOV-STATUS
072600         MOVE 8 TO RETURN-CODE
072700         STOP RUN
072800     END-IF.
072900
073000     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
073100
073200     PERFORM 3110-LEER-MOVIMIENTO THRU 3110-EXIT
073300         UNTIL VTA-FIN-ARCHIVO.
073400
073500     CLOSE CTA-MOV-FILE.
073600
073700     PERFORM 3150-APLICAR-CREDITOS THRU 3150-EXIT
073800         VARYING VTA-CTAP-IDX FROM 1 BY 1
073900         UNTIL VTA-CTAP-IDX > VTA-CTAP-CANT.
074000
074100 3100-EXIT.
074200     EXIT.
074300
074400 3110-LEER-MOVIMIENTO.
074500
074600     READ CTA-MOV-FILE
074700         AT END
074800             SET VTA-FIN-ARCHIVO TO TRUE
074900             GO TO 3110-EXIT
075000     END-READ.
075100
075200     ADD 1 TO VTA-CANT-MOVIMIENTOS.
075300
075400     MOVE VTA-CTM-CLIENTE-ID TO VTA-CLI-BUSCADO.
075500     PERFORM 3120-BUSCAR-CUENTA THRU 3120-EXIT.
075600
075700     IF NOT VTA-CLI-ENCONTRADO
075800         PERFORM 3140-AGREGAR-CUENTA THRU 3140-EXIT
075900     END-IF.
076000
076100     IF VTA-CTM-ES-CREDITO
076200         ADD VTA-CTM-IMPORTE
076300             TO VTA-CTAP-CREDITOS (VTA-CTAP-FOUND-NDX)
076400         IF VTA-CTM-CREDITO
076500             MOVE VTA-CTM-FECHA TO VTA-FCH-FECHA-2
076600             PERFORM 2600-EN-VENTANA THRU 2600-EXIT
076700             IF VTA-EN-VENTANA
076800                 ADD VTA-CTM-IMPORTE TO VTA-CMP-REAL-CTA-CTE
076900             END-IF
077000         END-IF
077100         GO TO 3110-EXIT
077200     END-IF.
077300
077400     IF NOT VTA-CTM-ES-DEBITO
077500         GO TO 3110-EXIT
077600     END-IF.
077700
077800     MOVE VTA-CTM-FECHA TO VTA-FCH-FECHA-2.
077900     PERFORM 2500-UBICAR-DIA THRU 2500-EXIT.
078000     IF NOT VTA-CTM-CUOTA-PLAN
078100         ADD VTA-PLAZO-CTA-CTE TO VTA-DIAS-DESDE
078200     END-IF.
078300
078400     EVALUATE TRUE
078500         WHEN VTA-DIAS-DESDE NOT > ZERO
078600             MOVE 1 TO VTA-VTO-NDX
078700         WHEN VTA-DIAS-DESDE > VTA-DIAS-HORIZONTE
078800             MOVE 32 TO VTA-VTO-NDX
078900         WHEN OTHER
079000             COMPUTE VTA-VTO-NDX = VTA-DIAS-DESDE + 1
079100     END-EVALUATE.
079200
079300     ADD VTA-CTM-IMPORTE
079400         TO VTA-CTAP-DEUDA (VTA-CTAP-FOUND-NDX VTA-VTO-NDX).
079500
079600 3110-EXIT.
079700     EXIT.
079800
079900 3120-BUSCAR-CUENTA.
080000
080100     MOVE "N" TO VTA-SW-CLI-ENCONTRADO.
080200
080300     PERFORM 3130-COMPARAR-CUENTA THRU 3130-EXIT
080400         VARYING VTA-CTAP-IDX FROM 1 BY 1
080500         UNTIL VTA-CTAP-IDX > VTA-CTAP-CANT
080600            OR VTA-CLI-ENCONTRADO.
080700
080800 3120-EXIT.
080900     EXIT.
081000
081100 3130-COMPARAR-CUENTA.
081200
081300     IF VTA-CLI-BUSCADO = VTA-CTAP-CLIENTE (VTA-CTAP-IDX)
081400         SET VTA-CTAP-FOUND-NDX TO VTA-CTAP-IDX
081500         SET VTA-CLI-ENCONTRADO TO TRUE
081600     END-IF.
081700
081800 3130-EXIT.
081900     EXIT.
082000
082100 3140-AGREGAR-CUENTA.
082200
082300     IF VTA-CTAP-CANT >= 2000
082400         DISPLAY "VTA7600 - TABLA DE CUENTAS LLENA "
082500                 "(MAXIMO 2000). AGRANDAR LA TABLA."
082600         MOVE 8 TO RETURN-CODE
082700         STOP RUN
082800     END-IF.
082900
083000     ADD 1 TO VTA-CTAP-CANT.
083100     SET VTA-CTAP-IDX TO VTA-CTAP-CANT.
083200     SET VTA-CTAP-FOUND-NDX TO VTA-CTAP-CANT.
083300
083400     INITIALIZE VTA-CTAP-ENTRADA (VTA-CTAP-IDX).
083500     MOVE VTA-CLI-BUSCADO TO VTA-CTAP-CLIENTE (VTA-CTAP-IDX).
083600
083700 3140-EXIT.
083800     EXIT.
083900
084000******************************************************************
084100*3150-APLICAR-CREDITOS: LOS CREDITOS DEL CLIENTE CANCELAN SU DEUDA
084200*DESDE LO MAS VIEJO; LO QUE QUEDA SIN CANCELAR SE SUMA AL DIA DE
084300*SU VENCIMIENTO, A LO VENCIDO O A LO POSTERIOR AL HORIZONTE.
084400******************************************************************
084500 3150-APLICAR-CREDITOS.
084600
084700     MOVE VTA-CTAP-CREDITOS (VTA-CTAP-IDX) TO VTA-CREDITO-REST.
084800
084900     PERFORM 3160-APLICAR-VENCIMIENTO THRU 3160-EXIT
085000         VARYING VTA-VTO-IDX FROM 1 BY 1
085100         UNTIL VTA-VTO-IDX > 32.
085200
085300 3150-EXIT.
085400     EXIT.
085500
085600 3160-APLICAR-VENCIMIENTO.
085700
085800     MOVE VTA-CTAP-DEUDA (VTA-CTAP-IDX VTA-VTO-IDX)
085900         TO VTA-DEUDA-NETA.
086000
086100     IF VTA-CREDITO-REST > ZERO
086200         IF VTA-CREDITO-REST >= VTA-DEUDA-NETA
086300             SUBTRACT VTA-DEUDA-NETA FROM VTA-CREDITO-REST
086400             MOVE ZERO TO VTA-DEUDA-NETA
086500         ELSE
086600             SUBTRACT VTA-CREDITO-REST FROM VTA-DEUDA-NETA
086700             MOVE ZERO TO VTA-CREDITO-REST
086800         END-IF
086900     END-IF.
087000
087100     IF VTA-DEUDA-NETA NOT > ZERO
087200         GO TO 3160-EXIT
087300     END-IF.
087400
087500     SET VTA-VTO-NDX TO VTA-VTO-IDX.
087600
087700     EVALUATE VTA-VTO-NDX
087800         WHEN 1
087900             ADD VTA-DEUDA-NETA TO VTA-INF-CTACTE-VENCIDO
088000         WHEN 32
088100             ADD VTA-DEUDA-NETA TO VTA-INF-CTACTE-POSTERIOR
088200         WHEN OTHER
088300             COMPUTE VTA-DIA-NDX = VTA-VTO-NDX - 1
088400             ADD VTA-DEUDA-NETA TO VTA-DIA-CTA-CTE (VTA-DIA-NDX)
088500     END-EVALUATE.
088600
088700 3160-EXIT.
088800     EXIT.
088900
089000******************************************************************
089100*3200-PROYECTAR-PLANES: LA PROXIMA CUOTA DE CADA PLAN DE PAGOS
089200*ACTIVO TODAVIA NO ESTA EN EL DIARIO (VTA7300 LA DEBITA RECIEN EN
089300*SU VENCIMIENTO): SI VENCE DENTRO DEL HORIZONTE SE SUMA A CTA CTE.
089400******************************************************************
089500 3200-PROYECTAR-PLANES.
089600
089700     OPEN INPUT PLAN-REF-FILE.
089800     IF NOT VTA-PRF-OK
089900         DISPLAY "VTA7600 - NO SE PUDO ABRIR LOS PLANES DE PAGO "
090000                 "(PLANREF). ESTADO: " VTA-PRF-STATUS
090100         MOVE 8 TO RETURN-CODE
090200         STOP RUN
090300     END-IF.
090400
090500     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
090600
090700     PERFORM 3210-LEER-PLAN THRU 3210-EXIT
090800         UNTIL VTA-FIN-ARCHIVO.
090900
091000     CLOSE PLAN-REF-FILE.
091100
091200 3200-EXIT.
091300     EXIT.
091400
091500 3210-LEER-PLAN.
091600
091700     READ PLAN-REF-FILE
091800         AT END
091900             SET VTA-FIN-ARCHIVO TO TRUE
092000             GO TO 3210-EXIT
092100     END-READ.
092200
092300     IF NOT VTA-PRF-ACTIVO
092400        OR VTA-PRF-CUOTAS-POSTEADAS NOT < VTA-PRF-CANT-CUOTAS
092500         GO TO 3210-EXIT
092600     END-IF.
092700
092800     ADD 1 TO VTA-CANT-PLANES.
092900
093000     MOVE VTA-PRF-FECHA-PROX-VTO TO VTA-FCH-FECHA-2.
093100     PERFORM 2500-UBICAR-DIA THRU 2500-EXIT.
093200
093300     IF VTA-DIAS-DESDE > ZERO
093400        AND VTA-DIAS-DESDE NOT > VTA-DIAS-HORIZONTE
093500         MOVE VTA-DIAS-DESDE TO VTA-DIA-NDX
093600         ADD VTA-PRF-IMPORTE-CUOTA
093700             TO VTA-DIA-CTA-CTE (VTA-DIA-NDX)
093800     END-IF.
093900
094000 3210-EXIT.
094100     EXIT.
094200
094300******************************************************************
094400*3300-PROYECTAR-CHEQUES: CADA CHEQUE EN CARTERA VA A SU FECHA DE
094500*COBRO; UNO CON LA FECHA YA CUMPLIDA SE ACREDITA ESTA NOCHE Y VA
094600*AL PRIMER DIA. LOS ACREDITADOS CON FECHA DE COBRO EN LOS DIAS
094700*TRANSCURRIDOS SON LO REAL DE LA COMPARACION.
094800******************************************************************
094900 3300-PROYECTAR-CHEQUES.
095000
095100     OPEN INPUT CHEQ-CART-FILE.
095200     IF NOT VTA-CHQ-OK
095300         DISPLAY "VTA7600 - NO SE PUDO ABRIR LA CARTERA DE "
095400                 "CHEQUES (CHEQCART). ESTADO: " VTA-CHQ-STATUS
095500         MOVE 8 TO RETURN-CODE
095600         STOP RUN
095700     END-IF.
095800
095900     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
096000
096100     PERFORM 3310-LEER-CHEQUE THRU 3310-EXIT
096200         UNTIL VTA-FIN-ARCHIVO.
096300
096400     CLOSE CHEQ-CART-FILE.
096500
096600 3300-EXIT.
096700     EXIT.
096800
096900 3310-LEER-CHEQUE.
097000
097100     READ CHEQ-CART-FILE
097200         AT END
097300             SET VTA-FIN-ARCHIVO TO TRUE
097400             GO TO 3310-EXIT
097500     END-READ.
097600
097700     ADD 1 TO VTA-CANT-CHEQUES.
097800
097900     IF VTA-CHQ-ACREDITADO
098000         MOVE VTA-CHQ-FECHA-COBRO TO VTA-FCH-FECHA-2
098100         PERFORM 2600-EN-VENTANA THRU 2600-EXIT
098200         IF VTA-EN-VENTANA
098300             ADD VTA-CHQ-IMPORTE TO VTA-CMP-REAL-CHEQUES
098400         END-IF
098500         GO TO 3310-EXIT
098600     END-IF.
098700
098800     IF NOT VTA-CHQ-EN-CARTERA
098900         GO TO 3310-EXIT
099000     END-IF.
099100
099200     MOVE VTA-CHQ-FECHA-COBRO TO VTA-FCH-FECHA-2.
099300     PERFORM 2500-UBICAR-DIA THRU 2500-EXIT.
099400
099500     EVALUATE TRUE
099600         WHEN VTA-DIAS-DESDE > VTA-DIAS-HORIZONTE
099700             ADD VTA-CHQ-IMPORTE TO VTA-INF-CHEQ-POSTERIOR
099800         WHEN VTA-DIAS-DESDE NOT > ZERO
099900             ADD VTA-CHQ-IMPORTE TO VTA-DIA-CHEQUES (1)
100000         WHEN OTHER
100100             MOVE VTA-DIAS-DESDE TO VTA-DIA-NDX
100200             ADD VTA-CHQ-IMPORTE TO VTA-DIA-CHEQUES (VTA-DIA-NDX)
100300     END-EVALUATE.
100400
100500 3310-EXIT.
100600     EXIT.
100700
100800******************************************************************
100900*3400-PROYECTAR-PROVEEDORES: LAS FACTURAS LIBERADAS QUE VENCEN
101000*DENTRO DEL HORIZONTE SON PAGOS DE ESE DIA. LAS YA VENCIDAS SE
101100*DAN POR PAGADAS (TESORERIA PAGA AL VENCIMIENTO) Y LAS DE LOS DIAS
101200*TRANSCURRIDOS SON LO REAL DE LA COMPARACION. LAS LIBERADAS SIN
101300*VENCIMIENTO GRABADO (ANTERIORES A QUE SE GUARDARA) NO SE TOMAN.
101400******************************************************************
101500 3400-PROYECTAR-PROVEEDORES.
101600
101700     OPEN INPUT FACT-REG-FILE.
101800     IF NOT VTA-FREG-OK
101900         DISPLAY "VTA7600 - NO SE PUDO ABRIR LAS FACTURAS "
102000                 "LIBERADAS (FACTREG). ESTADO: " VTA-FREG-STATUS
102100         MOVE 8 TO RETURN-CODE
102200         STOP RUN
102300     END-IF.
102400
102500     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
102600
102700     PERFORM 3410-LEER-FACTURA THRU 3410-EXIT
102800         UNTIL VTA-FIN-ARCHIVO.
102900
103000     CLOSE FACT-REG-FILE.
103100
103200 3400-EXIT.
103300     EXIT.
103400
103500 3410-LEER-FACTURA.
103600
103700     READ FACT-REG-FILE
103800         AT END
103900             SET VTA-FIN-ARCHIVO TO TRUE
104000             GO TO 3410-EXIT
104100     END-READ.
104200
104300     IF VTA-FRG-FECHA-VTO IS NOT NUMERIC
104400        OR VTA-FRG-FECHA-VTO = ZERO
104500         GO TO 3410-EXIT
104600     END-IF.
104700
104800     ADD 1 TO VTA-CANT-FACTURAS.
104900
105000     MOVE VTA-FRG-FECHA-VTO TO VTA-FCH-FECHA-2.
105100     PERFORM 2600-EN-VENTANA THRU 2600-EXIT.
105200     IF VTA-EN-VENTANA
105300         ADD VTA-FRG-IMPORTE TO VTA-CMP-REAL-PAGOS
105400     END-IF.
105500
105600     PERFORM 2500-UBICAR-DIA THRU 2500-EXIT.
105700
105800     EVALUATE TRUE
105900         WHEN VTA-DIAS-DESDE NOT > ZERO
106000             CONTINUE
106100         WHEN VTA-DIAS-DESDE > VTA-DIAS-HORIZONTE
106200             ADD VTA-FRG-IMPORTE TO VTA-INF-PROV-POSTERIOR
106300         WHEN OTHER
106400             MOVE VTA-DIAS-DESDE TO VTA-DIA-NDX
106500             ADD VTA-FRG-IMPORTE
106600                 TO VTA-DIA-PROVEEDORES (VTA-DIA-NDX)
106700     END-EVALUATE.
106800
106900 3410-EXIT.
107000     EXIT.
107100
107200******************************************************************
107300*3500-PROYECTAR-COMPRAS: DE CADA ORDEN ABIERTA O PARCIAL SE TOMA
107400*LO PEDIDO QUE EL PROVEEDOR TODAVIA NO FACTURO, AL COSTO UNITARIO
107500*DEL MAESTRO, PAGADERO A LA FECHA ESPERADA DE ENTREGA MAS EL PLAZO
107600*DE PAGO DEL PROVEEDOR. UNA ORDEN ATRASADA SE SUPONE ENTREGADA
107700*MANANA. LO YA FACTURADO ESTA EN LAS FACTURAS LIBERADAS.
107800******************************************************************
107900 3500-PROYECTAR-COMPRAS.
108000
108100     OPEN INPUT ORDEN-COMPRA-FILE.
108200     OPEN INPUT PRODUCTO-MASTER-FILE.
108300     OPEN INPUT PROVEEDOR-MASTER-FILE.
108400     IF NOT VTA-ORDEN-OK
108500        OR NOT VTA-PRODMTR-OK
108600        OR NOT VTA-PROVMTR-OK
108700         DISPLAY "VTA7600 - NO SE PUDO ABRIR ORDENES, PRODUCTOS "
108800                 "O PROVEEDORES. ESTADOS: " VTA-ORDEN-STATUS " "
108900                 VTA-PRODMTR-STATUS " " VTA-PROVMTR-STATUS
109000         MOVE 8 TO RETURN-CODE
109100         STOP RUN
109200     END-IF.
109300
109400     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
109500
109600     PERFORM 3510-LEER-ORDEN THRU 3510-EXIT
109700         UNTIL VTA-FIN-ARCHIVO.
109800
109900     CLOSE ORDEN-COMPRA-FILE
110000           PRODUCTO-MASTER-FILE
110100           PROVEEDOR-MASTER-FILE.
110200
110300 3500-EXIT.
110400     EXIT.
110500
110600 3510-LEER-ORDEN.
110700
110800     READ ORDEN-COMPRA-FILE
110900         AT END
111000             SET VTA-FIN-ARCHIVO TO TRUE
111100             GO TO 3510-EXIT
111200     END-READ.
111300
111400     IF VTA-ODC-CUMPLIDA
111500         GO TO 3510-EXIT
111600     END-IF.
111700
111716*UNA ORDEN EMITIDA ANTES DE QUE EL REGISTRO LLEVARA CANTIDAD
111733*FACTURADA PUEDE TRAERLA EN BLANCO: VALE CERO.
111750     IF VTA-ODC-CANT-FACTURADA NOT NUMERIC
111766         MOVE ZERO TO VTA-ODC-CANT-FACTURADA
111783     END-IF.
111800     COMPUTE VTA-CANT-A-PAGAR =
111900         VTA-ODC-CANT-PEDIDA - VTA-ODC-CANT-FACTURADA.
112000     IF VTA-CANT-A-PAGAR NOT > ZERO
112100         GO TO 3510-EXIT
112200     END-IF.
112300
112400     ADD 1 TO VTA-CANT-ORDENES.
112500
112600     MOVE VTA-ODC-PRODUCTO TO VTA-PROD-CODIGO.
112700     READ PRODUCTO-MASTER-FILE
112800         INVALID KEY
112900             ADD 1 TO VTA-CANT-SIN-PRODUCTO
113000             GO TO 3510-EXIT
113100     END-READ.
113200
113300     COMPUTE VTA-IMPORTE-ORDEN ROUNDED =
113400         VTA-CANT-A-PAGAR * VTA-PROD-COSTO-UNIT.
113500
113600     MOVE ZERO TO VTA-PLAZO-PAGO.
113700     MOVE VTA-ODC-PROVEEDOR TO VTA-PRV-CODIGO.
113800     READ PROVEEDOR-MASTER-FILE
113900         INVALID KEY
114000             ADD 1 TO VTA-CANT-SIN-PROVEEDOR
114100         NOT INVALID KEY
114200             MOVE VTA-PRV-PLAZO-PAGO TO VTA-PLAZO-PAGO
114300     END-READ.
114400
114500     MOVE VTA-ODC-FECHA-ESPERADA TO VTA-FCH-FECHA-2.
114600     PERFORM 2500-UBICAR-DIA THRU 2500-EXIT.
114700     IF VTA-DIAS-DESDE < 1
114800         MOVE 1 TO VTA-DIAS-DESDE
114900     END-IF.
115000     ADD VTA-PLAZO-PAGO TO VTA-DIAS-DESDE.
115100
115200     IF VTA-DIAS-DESDE > VTA-DIAS-HORIZONTE
115300         ADD VTA-IMPORTE-ORDEN TO VTA-INF-COMPRAS-POSTERIOR
115400     ELSE
115500         MOVE VTA-DIAS-DESDE TO VTA-DIA-NDX
115600         ADD VTA-IMPORTE-ORDEN TO VTA-DIA-COMPRAS (VTA-DIA-NDX)
115700     END-IF.
115800
115900 3510-EXIT.
116000     EXIT.
116100
116200******************************************************************
116300*3600-SUMAR-GIFT-CARDS: PASIVO POR GIFT CARDS, CON EL MISMO
116400*CRITERIO DEL REPORTE MENSUAL VTA3000 (TARJETAS CON SALDO).
116500******************************************************************
116600 3600-SUMAR-GIFT-CARDS.
116700
116800     OPEN INPUT GIFT-CARD-FILE.
116900     IF NOT VTA-GIFT-OK
117000         DISPLAY "VTA7600 - NO SE PUDO ABRIR LAS GIFT CARDS "
117100                 "(GIFTCARD). ESTADO: " VTA-GIFT-STATUS
117200         MOVE 8 TO RETURN-CODE
117300         STOP RUN
117400     END-IF.
117500
117600     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
117700
117800     PERFORM 3610-LEER-GIFT-CARD THRU 3610-EXIT
117900         UNTIL VTA-FIN-ARCHIVO.
118000
118100     CLOSE GIFT-CARD-FILE.
118200
118300 3600-EXIT.
118400     EXIT.
118500
118600 3610-LEER-GIFT-CARD.
118700
118800     READ GIFT-CARD-FILE
118900         AT END
119000             SET VTA-FIN-ARCHIVO TO TRUE
119100             GO TO 3610-EXIT
119200     END-READ.
119300
119400     IF VTA-GFT-SALDO > ZERO
119500         ADD VTA-GFT-SALDO TO VTA-INF-PASIVO-GIFT
119600     END-IF.
119700
119800 3610-EXIT.
119900     EXIT.
120000
120100******************************************************************
120200*4000-LEER-PROY-ANTERIOR: DE LA PROYECCION ANTERIOR SE SUMAN LOS
120300*DIAS YA TRANSCURRIDOS (HASTA LA FECHA DE NEGOCIO ACTUAL) Y SE
120400*TOMA EL SALDO PROYECTADO DEL ULTIMO DE ELLOS, QUE ES CONTRA EL
120500*QUE SE COMPARA EL SALDO INICIAL INGRESADO AHORA.
120600******************************************************************
120700 4000-LEER-PROY-ANTERIOR.
120800
120900     IF NOT VTA-HAY-ANTERIOR
121000         GO TO 4000-EXIT
121100     END-IF.
121200
121300     MOVE VTA-FECHA-ANTERIOR TO VTA-PRY-FECHA-CORRIDA.
121400     MOVE ZERO TO VTA-PRY-FECHA-DIA.
121500     START PROY-TESO-FILE KEY IS NOT LESS THAN VTA-PRY-KEY
121600         INVALID KEY
121700             GO TO 4000-EXIT
121800     END-START.
121900
122000     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
122100
122200     PERFORM 4100-SUMAR-DIA-ANTERIOR THRU 4100-EXIT
122300         UNTIL VTA-FIN-ARCHIVO.
122400
122500 4000-EXIT.
122600     EXIT.
122700
122800 4100-SUMAR-DIA-ANTERIOR.
122900
123000     READ PROY-TESO-FILE NEXT RECORD
123100         AT END
123200             SET VTA-FIN-ARCHIVO TO TRUE
123300             GO TO 4100-EXIT
123400     END-READ.
123500
123600     IF VTA-PRY-FECHA-CORRIDA NOT = VTA-FECHA-ANTERIOR
123700        OR VTA-PRY-FECHA-DIA > VTA-FECHA-PROCESO
123800         SET VTA-FIN-ARCHIVO TO TRUE
123900         GO TO 4100-EXIT
124000     END-IF.
124100
124200     IF VTA-PRY-FECHA-DIA = ZERO
124300         MOVE VTA-PRY-PASIVO-GIFT TO VTA-CMP-PASIVO-ANTERIOR
124400         GO TO 4100-EXIT
124500     END-IF.
124600
124700     ADD VTA-PRY-TARJETAS    TO VTA-CMP-PROY-TARJETAS.
124800     ADD VTA-PRY-CTA-CTE     TO VTA-CMP-PROY-CTA-CTE.
124900     ADD VTA-PRY-CHEQUES     TO VTA-CMP-PROY-CHEQUES.
125000     ADD VTA-PRY-PROVEEDORES TO VTA-CMP-PROY-PAGOS.
125100     ADD VTA-PRY-COMPRAS     TO VTA-CMP-PROY-PAGOS.
125200     MOVE VTA-PRY-SALDO      TO VTA-CMP-PROY-SALDO.
125300     MOVE VTA-PRY-FECHA-DIA  TO VTA-CMP-ULT-DIA.
125400
125500 4100-EXIT.
125600     EXIT.
125700
125800******************************************************************
125900*5000-CALCULAR-SALDOS: SALDO ACUMULADO DE CADA DIA A PARTIR DEL
126000*SALDO INICIAL, Y TOTALES POR ORIGEN.
126100******************************************************************
126200 5000-CALCULAR-SALDOS.
126300
126400     MOVE VTA-SALDO-INICIAL TO VTA-DIA-SALDO (1).
126500     PERFORM 5100-SALDO-DEL-DIA THRU 5100-EXIT
126600         VARYING VTA-DIA-IDX FROM 1 BY 1
126700         UNTIL VTA-DIA-IDX > VTA-DIAS-HORIZONTE.
126800
126900 5000-EXIT.
127000     EXIT.
127100
127200 5100-SALDO-DEL-DIA.
127300
127400     IF VTA-DIA-IDX > 1
127500         MOVE VTA-DIA-SALDO (VTA-DIA-IDX - 1)
127600             TO VTA-DIA-SALDO (VTA-DIA-IDX)
127700     END-IF.
127800
127900     COMPUTE VTA-DIA-SALDO (VTA-DIA-IDX) =
128000         VTA-DIA-SALDO (VTA-DIA-IDX)
128100         + VTA-DIA-TARJETAS (VTA-DIA-IDX)
128200         + VTA-DIA-CTA-CTE (VTA-DIA-IDX)
128300         + VTA-DIA-CHEQUES (VTA-DIA-IDX)
128400         - VTA-DIA-PROVEEDORES (VTA-DIA-IDX)
128500         - VTA-DIA-COMPRAS (VTA-DIA-IDX).
128600
128700     ADD VTA-DIA-TARJETAS (VTA-DIA-IDX)    TO VTA-TOT-TARJETAS.
128800     ADD VTA-DIA-CTA-CTE (VTA-DIA-IDX)     TO VTA-TOT-CTA-CTE.
128900     ADD VTA-DIA-CHEQUES (VTA-DIA-IDX)     TO VTA-TOT-CHEQUES.
129000     ADD VTA-DIA-PROVEEDORES (VTA-DIA-IDX) TO VTA-TOT-PROVEEDORES.
129100     ADD VTA-DIA-COMPRAS (VTA-DIA-IDX)     TO VTA-TOT-COMPRAS.
129200
129300 5100-EXIT.
129400     EXIT.
129500
129600******************************************************************
129700*6000-IMPRIMIR-PROYECCION: UNA LINEA POR DIA CON LO ESPERADO POR
129800*ORIGEN (LOS EGRESOS EN POSITIVO) Y EL SALDO, LOS TOTALES Y LO QUE
129900*QUEDA FUERA DEL SALDO.
130000******************************************************************
130100 6000-IMPRIMIR-PROYECCION.
130200
130300     MOVE VTA-FECHA-PROCESO TO VTA-LT-FECHA.
130400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TITULO.
130500
130600     MOVE VTA-SALDO-INICIAL TO VTA-LSI-SALDO.
130700     WRITE VTA-REPORT-LINE FROM VTA-LINEA-SALDO-INICIAL.
130800
130900     MOVE SPACES TO VTA-REPORT-LINE.
131000     WRITE VTA-REPORT-LINE.
131100     WRITE VTA-REPORT-LINE FROM VTA-LINEA-ENCABEZADO.
131200
131300     PERFORM 6100-IMPRIMIR-DIA THRU 6100-EXIT
131400         VARYING VTA-DIA-IDX FROM 1 BY 1
131500         UNTIL VTA-DIA-IDX > VTA-DIAS-HORIZONTE.
131600
131700     MOVE "TOTAL"                 TO VTA-LD-FECHA.
131800     MOVE VTA-TOT-TARJETAS        TO VTA-LD-TARJETAS.
131900     MOVE VTA-TOT-CTA-CTE         TO VTA-LD-CTA-CTE.
132000     MOVE VTA-TOT-CHEQUES         TO VTA-LD-CHEQUES.
132100     MOVE VTA-TOT-PROVEEDORES     TO VTA-LD-PROVEEDORES.
132200     MOVE VTA-TOT-COMPRAS         TO VTA-LD-COMPRAS.
132300     MOVE VTA-DIA-SALDO (VTA-DIAS-HORIZONTE) TO VTA-LD-SALDO.
132400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-DIA.
132500
132600     MOVE SPACES TO VTA-REPORT-LINE.
132700     WRITE VTA-REPORT-LINE.
132800
132900     MOVE "FUERA DEL SALDO:" TO VTA-REPORT-LINE.
133200     WRITE VTA-REPORT-LINE.
133300
133400     MOVE "  RENDICIONES DE TARJETA VENCIDAS SIN ACREDITAR:"
133500         TO VTA-LI-CONCEPTO.
133600     MOVE VTA-INF-TARJ-VENCIDAS TO VTA-LI-IMPORTE.
133700     WRITE VTA-REPORT-LINE FROM VTA-LINEA-IMPORTE.
133800
133900     MOVE "  SALDO VENCIDO DE CTA CTE SIN FECHA DE COBRO  :"
134000         TO VTA-LI-CONCEPTO.
134100     MOVE VTA-INF-CTACTE-VENCIDO TO VTA-LI-IMPORTE.
134200     WRITE VTA-REPORT-LINE FROM VTA-LINEA-IMPORTE.
134300
134400     MOVE "  TARJETAS A ACREDITAR DESPUES DEL DIA 30      :"
134500         TO VTA-LI-CONCEPTO.
134600     MOVE VTA-INF-TARJ-POSTERIOR TO VTA-LI-IMPORTE.
134700     WRITE VTA-REPORT-LINE FROM VTA-LINEA-IMPORTE.
134800
134900     MOVE "  CTA CTE A COBRAR DESPUES DEL DIA 30          :"
135000         TO VTA-LI-CONCEPTO.
135100     MOVE VTA-INF-CTACTE-POSTERIOR TO VTA-LI-IMPORTE.
135200     WRITE VTA-REPORT-LINE FROM VTA-LINEA-IMPORTE.
135300
135400     MOVE "  CHEQUES A COBRAR DESPUES DEL DIA 30          :"
135500         TO VTA-LI-CONCEPTO.
135600     MOVE VTA-INF-CHEQ-POSTERIOR TO VTA-LI-IMPORTE.
135700     WRITE VTA-REPORT-LINE FROM VTA-LINEA-IMPORTE.
135800
135900     MOVE "  FACTURAS DE PROVEEDOR DESPUES DEL DIA 30     :"
136000         TO VTA-LI-CONCEPTO.
136100     MOVE VTA-INF-PROV-POSTERIOR TO VTA-LI-IMPORTE.
136200     WRITE VTA-REPORT-LINE FROM VTA-LINEA-IMPORTE.
136300
136400     MOVE "  COMPRAS A PAGAR DESPUES DEL DIA 30           :"
136500         TO VTA-LI-CONCEPTO.
136600     MOVE VTA-INF-COMPRAS-POSTERIOR TO VTA-LI-IMPORTE.
136700     WRITE VTA-REPORT-LINE FROM VTA-LINEA-IMPORTE.
136800
136900     MOVE "  PASIVO POR GIFT CARDS (SIN CANJEAR)          :"
137000         TO VTA-LI-CONCEPTO.
137100     MOVE VTA-INF-PASIVO-GIFT TO VTA-LI-IMPORTE.
137200     WRITE VTA-REPORT-LINE FROM VTA-LINEA-IMPORTE.
137300
137400 6000-EXIT.
137500     EXIT.
137600
137700 6100-IMPRIMIR-DIA.
137800
137900     MOVE VTA-DIA-FECHA (VTA-DIA-IDX)       TO VTA-LD-FECHA.
138000     MOVE VTA-DIA-TARJETAS (VTA-DIA-IDX)    TO VTA-LD-TARJETAS.
138100     MOVE VTA-DIA-CTA-CTE (VTA-DIA-IDX)     TO VTA-LD-CTA-CTE.
138200     MOVE VTA-DIA-CHEQUES (VTA-DIA-IDX)     TO VTA-LD-CHEQUES.
138300     MOVE VTA-DIA-PROVEEDORES (VTA-DIA-IDX) TO VTA-LD-PROVEEDORES.
138400     MOVE VTA-DIA-COMPRAS (VTA-DIA-IDX)     TO VTA-LD-COMPRAS.
138500     MOVE VTA-DIA-SALDO (VTA-DIA-IDX)       TO VTA-LD-SALDO.
138600     WRITE VTA-REPORT-LINE FROM VTA-LINEA-DIA.
138700
138800 6100-EXIT.
138900     EXIT.
139000
139100******************************************************************
139200*7000-IMPRIMIR-DESVIO: LO QUE LA PROYECCION ANTERIOR ESPERABA PARA
139300*LOS DIAS YA TRANSCURRIDOS CONTRA LO QUE REALMENTE PASO, POR
139400*ORIGEN, Y EL SALDO PROYECTADO CONTRA EL SALDO INICIAL DE HOY. LOS
139500*PAGOS A PROVEEDORES JUNTAN FACTURAS LIBERADAS Y COMPRAS, PORQUE
139600*UNA ORDEN PROYECTADA SE PAGA COMO FACTURA.
139700******************************************************************
139800 7000-IMPRIMIR-DESVIO.
139900
140000     MOVE SPACES TO VTA-REPORT-LINE.
140100     WRITE VTA-REPORT-LINE.
140200
140300     IF NOT VTA-HAY-ANTERIOR
140400         WRITE VTA-REPORT-LINE FROM VTA-LINEA-SIN-ANTERIOR
140500         GO TO 7000-EXIT
140600     END-IF.
140700
140800     MOVE VTA-FECHA-ANTERIOR TO VTA-LDT-ANTERIOR.
140900     SET VTA-FCH-AGREGAR TO TRUE.
141000     MOVE VTA-FECHA-ANTERIOR TO VTA-FCH-FECHA-1.
141100     MOVE 1 TO VTA-FCH-DIAS.
141200     CALL "VTAFECHA" USING VTA-FECHA-PARMS.
141300     MOVE VTA-FCH-FECHA-2 TO VTA-LDT-DESDE.
141400     MOVE VTA-FECHA-PROCESO TO VTA-LDT-HASTA.
141500     WRITE VTA-REPORT-LINE FROM VTA-LINEA-DESVIO-TITULO.
141600     WRITE VTA-REPORT-LINE FROM VTA-LINEA-DESVIO-ENCAB.
141700
141800     MOVE "TARJETAS"            TO VTA-LDV-ORIGEN.
141900     MOVE VTA-CMP-PROY-TARJETAS TO VTA-RENGLON-PROY.
142000     MOVE VTA-CMP-REAL-TARJETAS TO VTA-RENGLON-REAL.
142100     PERFORM 7100-IMPRIMIR-RENGLON THRU 7100-EXIT.
142200
142300     MOVE "CTA CTE"             TO VTA-LDV-ORIGEN.
142400     MOVE VTA-CMP-PROY-CTA-CTE  TO VTA-RENGLON-PROY.
142500     MOVE VTA-CMP-REAL-CTA-CTE  TO VTA-RENGLON-REAL.
142600     PERFORM 7100-IMPRIMIR-RENGLON THRU 7100-EXIT.
142700
142800     MOVE "CHEQUES"             TO VTA-LDV-ORIGEN.
142900     MOVE VTA-CMP-PROY-CHEQUES  TO VTA-RENGLON-PROY.
143000     MOVE VTA-CMP-REAL-CHEQUES  TO VTA-RENGLON-REAL.
143100     PERFORM 7100-IMPRIMIR-RENGLON THRU 7100-EXIT.
143200
143300     MOVE "PAGOS A PROVEEDORES" TO VTA-LDV-ORIGEN.
143400     MOVE VTA-CMP-PROY-PAGOS    TO VTA-RENGLON-PROY.
143500     MOVE VTA-CMP-REAL-PAGOS    TO VTA-RENGLON-REAL.
143600     PERFORM 7100-IMPRIMIR-RENGLON THRU 7100-EXIT.
143700
143800*EL SALDO SOLO SE COMPARA SI LA PROYECCION ANTERIOR LLEGABA HASTA
143900*HOY; SI NO, NO HAY SALDO PROYECTADO PARA ESTA FECHA.
144000     IF VTA-CMP-ULT-DIA = VTA-FECHA-PROCESO
144100         MOVE "SALDO EN BANCOS"     TO VTA-LDV-ORIGEN
144200         MOVE VTA-CMP-PROY-SALDO    TO VTA-RENGLON-PROY
144300         MOVE VTA-SALDO-INICIAL     TO VTA-RENGLON-REAL
144400         PERFORM 7100-IMPRIMIR-RENGLON THRU 7100-EXIT
144500     END-IF.
144600
144700     MOVE "PASIVO GIFT CARDS"       TO VTA-LDV-ORIGEN.
144800     MOVE VTA-CMP-PASIVO-ANTERIOR   TO VTA-RENGLON-PROY.
144900     MOVE VTA-INF-PASIVO-GIFT       TO VTA-RENGLON-REAL.
145000     PERFORM 7100-IMPRIMIR-RENGLON THRU 7100-EXIT.
145100
145200 7000-EXIT.
145300     EXIT.
145400
145500******************************************************************
145600*7100-IMPRIMIR-RENGLON: DIFERENCIA (REAL MENOS PROYECTADO) Y SU
145700*PORCENTAJE SOBRE LO PROYECTADO (EN BLANCO SI NO HABIA NADA
145800*PROYECTADO).
145900******************************************************************
146000 7100-IMPRIMIR-RENGLON.
146100
146200     COMPUTE VTA-DIFERENCIA = VTA-RENGLON-REAL - VTA-RENGLON-PROY.
146300
146400     MOVE VTA-RENGLON-PROY TO VTA-LDV-PROYECTADO.
146500     MOVE VTA-RENGLON-REAL TO VTA-LDV-REAL.
146600     MOVE VTA-DIFERENCIA   TO VTA-LDV-DIFERENCIA.
146700
146800     IF VTA-RENGLON-PROY = ZERO
146900         MOVE ZERO TO VTA-LDV-PORCENTAJE
147000     ELSE
147100         COMPUTE VTA-PORCENTAJE ROUNDED =
147200             VTA-DIFERENCIA * 100 / VTA-RENGLON-PROY
147300             ON SIZE ERROR
147400                 MOVE 9999.9 TO VTA-PORCENTAJE
147500         END-COMPUTE
147600         MOVE VTA-PORCENTAJE TO VTA-LDV-PORCENTAJE
147700     END-IF.
147800
147900     WRITE VTA-REPORT-LINE FROM VTA-LINEA-DESVIO.
148000
148100 7100-EXIT.
148200     EXIT.
148300
148400******************************************************************
148500*8000-GRABAR-HISTORIA: CABECERA Y LOS 30 DIAS DE LA PROYECCION,
148600*PARA LA COMPARACION DE LA CORRIDA SIGUIENTE. SI LA FECHA YA TENIA
148700*UNA PROYECCION (CORRIDA REPETIDA) SE REEMPLAZA.
148800******************************************************************
148900 8000-GRABAR-HISTORIA.
149000
149100     MOVE SPACES                TO VTA-PROY-TESO-RECORD.
149200     MOVE VTA-FECHA-PROCESO     TO VTA-PRY-FECHA-CORRIDA.
149300     MOVE ZERO                  TO VTA-PRY-FECHA-DIA.
149400     MOVE VTA-SALDO-INICIAL     TO VTA-PRY-SALDO-INICIAL.
149500     MOVE VTA-INF-PASIVO-GIFT   TO VTA-PRY-PASIVO-GIFT.
149600     PERFORM 8200-GRABAR-REGISTRO THRU 8200-EXIT.
149700
149800     PERFORM 8100-GRABAR-DIA THRU 8100-EXIT
149900         VARYING VTA-DIA-IDX FROM 1 BY 1
150000         UNTIL VTA-DIA-IDX > VTA-DIAS-HORIZONTE.
150100
150200 8000-EXIT.
150300     EXIT.
150400
150500 8100-GRABAR-DIA.
150600
150700     MOVE SPACES TO VTA-PROY-TESO-RECORD.
150800     MOVE VTA-FECHA-PROCESO TO VTA-PRY-FECHA-CORRIDA.
150900     MOVE VTA-DIA-FECHA (VTA-DIA-IDX)       TO VTA-PRY-FECHA-DIA.
151000     MOVE VTA-DIA-TARJETAS (VTA-DIA-IDX)    TO VTA-PRY-TARJETAS.
151100     MOVE VTA-DIA-CTA-CTE (VTA-DIA-IDX)     TO VTA-PRY-CTA-CTE.
151200     MOVE VTA-DIA-CHEQUES (VTA-DIA-IDX)     TO VTA-PRY-CHEQUES.
151300     MOVE VTA-DIA-PROVEEDORES (VTA-DIA-IDX)
151400         TO VTA-PRY-PROVEEDORES.
151500     MOVE VTA-DIA-COMPRAS (VTA-DIA-IDX)     TO VTA-PRY-COMPRAS.
151600     MOVE VTA-DIA-SALDO (VTA-DIA-IDX)       TO VTA-PRY-SALDO.
151700     PERFORM 8200-GRABAR-REGISTRO THRU 8200-EXIT.
151800
151900 8100-EXIT.
152000     EXIT.
152100
152200 8200-GRABAR-REGISTRO.
152300
152400     WRITE VTA-PROY-TESO-RECORD
152500         INVALID KEY
152600             REWRITE VTA-PROY-TESO-RECORD
152700                 INVALID KEY
152800                     DISPLAY "VTA7600 - ERROR AL GRABAR "
152900                             "PROYTESO: " VTA-PRY-KEY
153000                             " ESTADO: " VTA-PRY-STATUS
153100                     MOVE 8 TO RETURN-CODE
153200                     STOP RUN
153300             END-REWRITE
153400     END-WRITE.
153500
153600 8200-EXIT.
153700     EXIT.
153800
153900 9000-FINALIZAR.
154000
154100     CLOSE PROY-TESO-FILE
154200           TESO-REPORT-FILE.
154300
154400     DISPLAY "VTA7600 - ACREDITACIONES LEIDAS:    "
154500             VTA-CANT-TARJETAS.
154600     DISPLAY "VTA7600 - MOVIMIENTOS CTA CTE:      "
154700             VTA-CANT-MOVIMIENTOS.
154800     DISPLAY "VTA7600 - PLANES DE PAGO ACTIVOS:   "
154900             VTA-CANT-PLANES.
155000     DISPLAY "VTA7600 - CHEQUES LEIDOS:           "
155100             VTA-CANT-CHEQUES.
155200     DISPLAY "VTA7600 - FACTURAS CON VENCIMIENTO: "
155300             VTA-CANT-FACTURAS.
155400     DISPLAY "VTA7600 - ORDENES CON SALDO:        "
155500             VTA-CANT-ORDENES.
155600
155700     IF VTA-CANT-SIN-PRODUCTO > ZERO
155800         DISPLAY "VTA7600 - AVISO: ORDENES CON PRODUCTO "
155900                 "INEXISTENTE (NO PROYECTADAS): "
156000                 VTA-CANT-SIN-PRODUCTO
156100         MOVE 4 TO RETURN-CODE
156200     END-IF.
156300
156400     IF VTA-CANT-SIN-PROVEEDOR > ZERO
156500         DISPLAY "VTA7600 - AVISO: ORDENES CON PROVEEDOR "
156600                 "INEXISTENTE (SIN PLAZO DE PAGO): "
156700                 VTA-CANT-SIN-PROVEEDOR
156800     END-IF.
156900
157000 9000-EXIT.
157100     EXIT.
157200

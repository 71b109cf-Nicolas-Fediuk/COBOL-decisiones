000100******************************************************************
000200*CRUCE DE FACTURAS DE PROVEEDOR CONTRA ORDEN DE COMPRA Y
000300*RECEPCION (CONTROL DE TRES VIAS). HASTA AHORA TESORERIA PAGABA
000400*LA FACTURA QUE TRAIA EL PROVEEDOR SIN QUE NADA LA COMPARARA CON
000500*LO PEDIDO NI CON LO QUE REALMENTE ENTRO AL DEPOSITO. ESTE
000600*PROCESO LEE LAS LINEAS CAPTURADAS POR VTA6000 (FACT-PROV-FILE),
000700*AGRUPADAS POR PROVEEDOR Y NUMERO DE FACTURA, Y VERIFICA CADA
000800*LINEA CONTRA:
000900*  - EL MAESTRO DE PROVEEDORES (EXISTE Y ESTA ACTIVO);
001000*  - EL REGISTRO DE FACTURAS YA LIBERADAS (NO SE PAGA DOS VECES
001100*    LA MISMA FACTURA);
001200*  - LA ORDEN DE COMPRA DE VTA3100 (EXISTE, ES DEL PROVEEDOR Y
001300*    DEL PRODUCTO FACTURADO);
001400*  - LO RECIBIDO POR VTA1500 Y TODAVIA NO FACTURADO (CANTIDAD);
001500*  - EL PRECIO DE COMPRA RECIBIDO (PROMEDIO DE LAS RECEPCIONES,
001600*    O EL COSTO DEL MAESTRO SI LA RECEPCION NO TRAJO PRECIO),
001700*    CON UNA TOLERANCIA POR REDONDEO.
001800*UNA FACTURA CON TODAS SUS LINEAS EN ORDEN SE LIBERA: SE SUMA LO
001900*FACTURADO A CADA ORDEN, SE ANOTA EN EL REGISTRO DE LIBERADAS Y
002000*SE GRABA EL PAGO A PROVEEDOR (FACTLIB) CON EL VENCIMIENTO SEGUN
002100*EL PLAZO DE PAGO DEL MAESTRO. UNA FACTURA CON ALGUNA LINEA MAL
002200*SE RETIENE ENTERA: TODAS SUS LINEAS VAN A FACTRET CON SU MOTIVO
002300*PARA QUE COMPRAS LA RESUELVA Y LA VUELVA A CAPTURAR. AL TERMINAR
002400*FACT-PROV-FILE QUEDA VACIO PARA LA CAPTURA DEL DIA SIGUIENTE.
002500******************************************************************
002600*MODIFICACIONES:
002700*2026-10-15 NF  PROGRAMA ORIGINAL.
002733*2026-10-15 NF  EL REGISTRO DE LIBERADAS GUARDA EL VENCIMIENTO DEL
002766*               PAGO, PARA LA PROYECCION DE CAJA DE TESORERIA.
002774*2026-10-15 NF  UNA ORDEN DE COMPRA CON PRECIO RECIBIDO O
002783*               CANTIDAD FACTURADA EN BLANCO (EMITIDA ANTES DE
002791*               AGREGARLOS AL REGISTRO) LOS TOMA EN CERO.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. VTA6100.
003100 AUTHOR. N. FEDIUK.
003200 INSTALLATION. PERFUMERIA - SISTEMAS.
003300 DATE-WRITTEN. 2026-10-15.
003400 DATE-COMPILED. 2026-10-15.
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OPTIONAL FACT-PROV-FILE ASSIGN TO "FACTPROV"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS VTA-FPROV-STATUS.
004200
004300     SELECT PROVEEDOR-MASTER-FILE ASSIGN TO "PROVEEDM"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS VTA-PRV-CODIGO
004700         FILE STATUS IS VTA-PROVMTR-STATUS.
004800
004900     SELECT ORDEN-COMPRA-FILE ASSIGN TO "ORDCOMPR"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS VTA-ODC-NUMERO
005300         FILE STATUS IS VTA-ORDEN-STATUS.
005400
005500     SELECT PRODUCTO-MASTER-FILE ASSIGN TO "PRODUCTM"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS VTA-PROD-CODIGO
005900         FILE STATUS IS VTA-PRODMTR-STATUS.
006000
006100     SELECT FACT-REG-FILE ASSIGN TO "FACTREG"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS VTA-FRG-CLAVE
006500         FILE STATUS IS VTA-FREG-STATUS.
006600
006700     SELECT PAGO-PROV-FILE ASSIGN TO "FACTLIB"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS VTA-PAGO-STATUS.
007000
007100     SELECT FACT-RET-FILE ASSIGN TO "FACTRET"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS VTA-FRET-STATUS.
007400
007500     SELECT CRUCE-REPORT-FILE ASSIGN TO "MATCHRPT"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS VTA-REPORT-STATUS.
007800
007900     SELECT OPTIONAL FECHA-PARM-FILE ASSIGN TO "FECHAPRM"
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS VTA-FPRM-STATUS.
008200
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  FACT-PROV-FILE
008600     RECORDING MODE IS F.
008700     COPY VTAFPRV.
008800
008900 FD  PROVEEDOR-MASTER-FILE
009000     RECORDING MODE IS F.
009100     COPY VTAPRVD.
009200
009300 FD  ORDEN-COMPRA-FILE
009400     RECORDING MODE IS F.
009500     COPY VTAORDC.
009600
009700 FD  PRODUCTO-MASTER-FILE
009800     RECORDING MODE IS F.
009900     COPY VTAPROD.
010000
010100 FD  FACT-REG-FILE
010200     RECORDING MODE IS F.
010300     COPY VTAFPRC.
010400
010500 FD  PAGO-PROV-FILE
010600     RECORDING MODE IS F.
010700     COPY VTAPGPR.
010800
010900*LAS LINEAS RETENIDAS TIENEN EL MISMO LAYOUT VTAFPRV, CON EL
011000*MOTIVO DE RETENCION COMPLETO; SE GRABAN DESDE LA TABLA.
011100 FD  FACT-RET-FILE
011200     RECORDING MODE IS F.
011300 01  VTA-FACT-RET-RECORD             PIC X(80).
011400
011500 FD  CRUCE-REPORT-FILE.
011600 01  VTA-REPORT-LINE                 PIC X(80).
011700
011800 FD  FECHA-PARM-FILE
011900     RECORDING MODE IS F.
012000 01  VTA-FECHA-PARM-RECORD.
012100     05  VTA-FPRM-FECHA              PIC 9(08).
012200     05  FILLER                      PIC X(72).
012300
012400 WORKING-STORAGE SECTION.
012500
012600 COPY VTARLGP.
012700
012800 COPY VTAFCHP.
012900
013000 01  VTA-FPRM-STATUS                 PIC X(02).
013100     88  VTA-FPRM-OK                 VALUE "00".
013200
013300 01  VTA-FPROV-STATUS                PIC X(02).
013400     88  VTA-FPROV-OK                VALUE "00".
013500
013600 01  VTA-PROVMTR-STATUS              PIC X(02).
013700     88  VTA-PROVMTR-OK              VALUE "00".
013800
013900 01  VTA-ORDEN-STATUS                PIC X(02).
014000     88  VTA-ORDEN-OK                VALUE "00".
014100
014200 01  VTA-PRODMTR-STATUS              PIC X(02).
014300     88  VTA-PRODMTR-OK              VALUE "00".
014400
014500 01  VTA-FREG-STATUS                 PIC X(02).
014600     88  VTA-FREG-OK                 VALUE "00".
014700
014800 01  VTA-PAGO-STATUS                 PIC X(02).
014900     88  VTA-PAGO-OK                 VALUE "00".
015000
015100 01  VTA-FRET-STATUS                 PIC X(02).
015200     88  VTA-FRET-OK                 VALUE "00".
015300
015400 01  VTA-REPORT-STATUS               PIC X(02).
015500     88  VTA-REPORT-OK               VALUE "00".
015600
015700 01  VTA-SWITCHES.
015800     05  VTA-SW-FIN-ARCHIVO          PIC X(01) VALUE "N".
015900         88  VTA-FIN-ARCHIVO         VALUE "S".
016000     05  VTA-SW-PRV-VALIDO           PIC X(01) VALUE "N".
016100         88  VTA-PRV-VALIDO          VALUE "S".
016200     05  VTA-SW-YA-LIBERADA          PIC X(01) VALUE "N".
016300         88  VTA-YA-LIBERADA         VALUE "S".
016400     05  VTA-SW-FACT-RETENIDA        PIC X(01) VALUE "N".
016500         88  VTA-FACT-RETENIDA       VALUE "S".
016600
016700 01  VTA-FECHA-PROCESO               PIC 9(08).
016800
016900*TOLERANCIA DE PRECIO, EN PORCENTAJE SOBRE EL PRECIO RECIBIDO:
017000*CUBRE EL REDONDEO DEL PROMEDIO DE VARIAS RECEPCIONES.
017100 77  VTA-TOLER-PRECIO                PIC 9(02)V9(02) VALUE 1.00.
017200
017300*FACTURA EN CURSO (CORTE DE CONTROL POR PROVEEDOR Y NUMERO).
017400 01  VTA-FACTURA-ACTUAL.
017500     05  VTA-ACT-PROVEEDOR           PIC X(08).
017600     05  VTA-ACT-FACTURA             PIC X(12).
017700     05  VTA-ACT-FECHA               PIC 9(08).
017800
017900 01  VTA-IMPORTE-FACTURA             PIC 9(09)V9(02).
018000 01  VTA-PRECIO-REFERENCIA           PIC 9(07)V9(02).
018100 01  VTA-PRECIO-MAXIMO               PIC 9(07)V9(04).
018200 01  VTA-CANT-DISPONIBLE             PIC S9(08).
018300 01  VTA-CANT-PREVIA                 PIC 9(08).
018400
018500*LINEAS DE LA FACTURA EN CURSO. EL REGISTRO SE GUARDA ENTERO
018600*PARA PODER GRABARLO TAL CUAL EN FACTRET SI LA FACTURA SE
018700*RETIENE.
018800 01  VTA-TABLA-LINEAS.
018900     05  VTA-TBL-CANT                PIC 9(03) COMP VALUE ZERO.
019000     05  VTA-TBL-ENTRADA OCCURS 50 TIMES
019100                         INDEXED BY VTA-TBL-IDX VTA-TBL-IDX2.
019200         10  VTA-TBL-REGISTRO        PIC X(80).
019300         10  VTA-TBL-CAMPOS REDEFINES VTA-TBL-REGISTRO.
019400             15  FILLER              PIC X(31).
019500             15  VTA-TBL-ORDEN       PIC 9(08).
019600             15  VTA-TBL-PRODUCTO    PIC X(06).
019700             15  VTA-TBL-CANTIDAD    PIC 9(07).
019800             15  VTA-TBL-PRECIO      PIC 9(07)V9(02).
019900             15  VTA-TBL-MOTIVO      PIC X(01).
020000                 88  VTA-TBL-SIN-MOTIVO     VALUE " ".
020100                 88  VTA-TBL-ORDEN-INVALIDA VALUE "O".
020200                 88  VTA-TBL-NO-RECIBIDO    VALUE "R".
020300                 88  VTA-TBL-PRECIO-MAYOR   VALUE "P".
020400                 88  VTA-TBL-DUPLICADA      VALUE "D".
020500                 88  VTA-TBL-PROV-INVALIDO  VALUE "M".
020600                 88  VTA-TBL-POR-FACTURA    VALUE "F".
020700             15  FILLER              PIC X(18).
020800
020900 01  VTA-CONTADORES.
021000     05  VTA-CANT-LINEAS             PIC 9(07) COMP VALUE ZERO.
021100     05  VTA-CANT-FACTURAS           PIC 9(07) COMP VALUE ZERO.
021200     05  VTA-CANT-LIBERADAS          PIC 9(07) COMP VALUE ZERO.
021300     05  VTA-CANT-RETENIDAS          PIC 9(07) COMP VALUE ZERO.
021400     05  VTA-CANT-LIN-RETENIDAS      PIC 9(07) COMP VALUE ZERO.
021500
021600 01  VTA-IMPORTE-LIBERADO            PIC 9(11)V9(02) VALUE ZERO.
021700
021800*LINEAS DE IMPRESION.
021900 01  VTA-LINEA-TITULO.
022000     05  FILLER                      PIC X(10) VALUE SPACES.
022100     05  FILLER                      PIC X(46)
022200         VALUE "CRUCE DE FACTURAS DE PROVEEDOR - FECHA".
022300     05  VTA-LT-FECHA                PIC 9(08).
022400
022500 01  VTA-LINEA-FACTURA.
022600     05  FILLER                      PIC X(06) VALUE "PROV: ".
022700     05  VTA-LF-PROVEEDOR            PIC X(08).
022800     05  FILLER                      PIC X(07) VALUE "  FACT:".
022900     05  VTA-LF-FACTURA              PIC X(12).
023000     05  FILLER                      PIC X(02) VALUE SPACES.
023100     05  VTA-LF-ESTADO               PIC X(09).
023200     05  FILLER                      PIC X(10) VALUE "  IMPORTE:".
023300     05  VTA-LF-IMPORTE              PIC ZZZ,ZZZ,ZZ9.99.
023400     05  FILLER                      PIC X(02) VALUE SPACES.
023500     05  VTA-LF-VTO                  PIC X(08).
023600
023700 01  VTA-LINEA-DETALLE.
023800     05  FILLER                      PIC X(08) VALUE "  LINEA ".
023900     05  VTA-LD-LINEA                PIC 9(03).
024000     05  FILLER                      PIC X(08) VALUE "  ORDEN ".
024100     05  VTA-LD-ORDEN                PIC 9(08).
024200     05  FILLER                      PIC X(02) VALUE SPACES.
024300     05  VTA-LD-PRODUCTO             PIC X(06).
024400     05  VTA-LD-CANTIDAD             PIC Z,ZZZ,ZZ9.
024500     05  FILLER                      PIC X(02) VALUE SPACES.
024600     05  VTA-LD-MOTIVO               PIC X(34).
024700
024800 01  VTA-LINEA-RESUMEN.
024900     05  VTA-LR-TEXTO                PIC X(30).
025000     05  VTA-LR-VALOR                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
025100
025200 PROCEDURE DIVISION.
025300
025400 0000-MAINLINE.
025500
025600     MOVE "VTA6100" TO VTA-RLP-PROGRAMA.
025700     SET VTA-RLP-INICIO TO TRUE.
025800     CALL "VTARUNLG" USING VTA-RUNLOG-PARMS.
025900
026000     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
026100
026200     PERFORM 2000-ACUMULAR-LINEA THRU 2000-EXIT
026300         UNTIL VTA-FIN-ARCHIVO.
026400
026500     IF VTA-TBL-CANT > ZERO
026600         PERFORM 3000-PROCESAR-FACTURA THRU 3000-EXIT
026700     END-IF.
026800
026900     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
027000
027100     SET VTA-RLP-FIN TO TRUE.
027200     MOVE VTA-FECHA-PROCESO TO VTA-RLP-FECHA-NEG.
027300     MOVE VTA-CANT-LINEAS TO VTA-RLP-REG-ENTRADA.
027400     MOVE VTA-CANT-LIBERADAS TO VTA-RLP-REG-SALIDA.
027500     MOVE RETURN-CODE TO VTA-RLP-RC.
027600     CALL "VTARUNLG" USING VTA-RUNLOG-PARMS.
027700
027800     STOP RUN.
027900
028000 1000-INICIALIZAR.
028100
028200     PERFORM 1250-OBTENER-FECHA-NEGOCIO THRU 1250-EXIT.
028300
028400     OPEN INPUT FACT-PROV-FILE.
028500     OPEN INPUT PROVEEDOR-MASTER-FILE.
028600     OPEN I-O ORDEN-COMPRA-FILE.
028700     OPEN INPUT PRODUCTO-MASTER-FILE.
028800     OPEN I-O FACT-REG-FILE.
028900     OPEN OUTPUT PAGO-PROV-FILE.
029000     OPEN OUTPUT FACT-RET-FILE.
029100     OPEN OUTPUT CRUCE-REPORT-FILE.
029200
029300     IF NOT VTA-PROVMTR-OK OR NOT VTA-ORDEN-OK
029400        OR NOT VTA-FREG-OK
029500         DISPLAY "VTA6100 - NO SE PUDIERON ABRIR LOS MAESTROS. "
029600                 "PROVEEDM: " VTA-PROVMTR-STATUS
029700                 " ORDCOMPR: " VTA-ORDEN-STATUS
029800                 " FACTREG: " VTA-FREG-STATUS
029900         MOVE 8 TO RETURN-CODE
030000         STOP RUN
030100     END-IF.
030200
030300     MOVE VTA-FECHA-PROCESO TO VTA-LT-FECHA.
030400     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TITULO.
030500     MOVE SPACES TO VTA-REPORT-LINE.
030600     WRITE VTA-REPORT-LINE.
030700
030800     MOVE SPACES TO VTA-FACTURA-ACTUAL.
030900     PERFORM 1100-LEER-LINEA THRU 1100-EXIT.
031000
031100 1000-EXIT.
031200     EXIT.
031300
031400******************************************************************
031500*1250-OBTENER-FECHA-NEGOCIO: LEE LA FECHA DE NEGOCIO DEL
031600*PARAMETRO FECHAPRM (EL MISMO DEL RESTO DE LA CADENA). SIN
031700*PARAMETRO SE USA LA FECHA DEL SISTEMA, CON AVISO.
031800******************************************************************
031900 1250-OBTENER-FECHA-NEGOCIO.
032000
032100     MOVE ZERO TO VTA-FECHA-PROCESO.
032200
032300     OPEN INPUT FECHA-PARM-FILE.
032400     IF VTA-FPRM-OK
032500         READ FECHA-PARM-FILE
032600             AT END
032700                 CONTINUE
032800         END-READ
032900         IF VTA-FPRM-OK AND VTA-FPRM-FECHA > 0
033000             MOVE VTA-FPRM-FECHA TO VTA-FECHA-PROCESO
033100         END-IF
033200         CLOSE FECHA-PARM-FILE
033300     END-IF.
033400
033500     IF VTA-FECHA-PROCESO = ZERO
033600         ACCEPT VTA-FECHA-PROCESO FROM DATE YYYYMMDD
033700         DISPLAY "VTA6100 - AVISO: SIN FECHA DE NEGOCIO "
033800                 "(FECHAPRM). SE USA LA FECHA DEL SISTEMA."
033900     END-IF.
034000
034100 1250-EXIT.
034200     EXIT.
034300
034400 1100-LEER-LINEA.
034500
034600     READ FACT-PROV-FILE
034700         AT END
034800             SET VTA-FIN-ARCHIVO TO TRUE
034900         NOT AT END
035000             ADD 1 TO VTA-CANT-LINEAS
035100     END-READ.
035200
035300 1100-EXIT.
035400     EXIT.
035500
035600******************************************************************
035700*2000-ACUMULAR-LINEA: CORTE DE CONTROL. LAS LINEAS DE UNA MISMA
035800*FACTURA LLEGAN CONTIGUAS (VTA6000 LAS GRABA JUNTAS); CUANDO
035900*CAMBIA EL PROVEEDOR O EL NUMERO SE PROCESA LA FACTURA ANTERIOR
036000*Y SE EMPIEZA A ACUMULAR LA NUEVA.
036100******************************************************************
036200 2000-ACUMULAR-LINEA.
036300
036400     IF VTA-FPV-PROVEEDOR NOT = VTA-ACT-PROVEEDOR
036500        OR VTA-FPV-FACTURA NOT = VTA-ACT-FACTURA
036600         IF VTA-TBL-CANT > ZERO
036700             PERFORM 3000-PROCESAR-FACTURA THRU 3000-EXIT
036800         END-IF
036900         MOVE VTA-FPV-PROVEEDOR TO VTA-ACT-PROVEEDOR
037000         MOVE VTA-FPV-FACTURA   TO VTA-ACT-FACTURA
037100         MOVE VTA-FPV-FECHA     TO VTA-ACT-FECHA
037200         MOVE ZERO              TO VTA-TBL-CANT
037300     END-IF.
037400
037500     IF VTA-TBL-CANT >= 50
037600         DISPLAY "VTA6100 - FACTURA CON MAS DE 50 LINEAS: "
037700                 VTA-ACT-PROVEEDOR " " VTA-ACT-FACTURA
037800                 ". AGRANDAR LA TABLA."
037900         MOVE 8 TO RETURN-CODE
038000         STOP RUN
038100     END-IF.
038200
038300     ADD 1 TO VTA-TBL-CANT.
038400     SET VTA-TBL-IDX TO VTA-TBL-CANT.
038500     MOVE VTA-FACT-PROV-RECORD TO VTA-TBL-REGISTRO (VTA-TBL-IDX).
038600     MOVE SPACE TO VTA-TBL-MOTIVO (VTA-TBL-IDX).
038700
038800     PERFORM 1100-LEER-LINEA THRU 1100-EXIT.
038900
039000 2000-EXIT.
039100     EXIT.
039200
039300******************************************************************
039400*3000-PROCESAR-FACTURA: VALIDA LA CABECERA Y CADA LINEA DE LA
039500*FACTURA ACUMULADA Y LA LIBERA O LA RETIENE ENTERA.
039600******************************************************************
039700 3000-PROCESAR-FACTURA.
039800
039900     ADD 1 TO VTA-CANT-FACTURAS.
040000     MOVE "N"  TO VTA-SW-FACT-RETENIDA.
040100     MOVE ZERO TO VTA-IMPORTE-FACTURA.
040200
040300     PERFORM 3100-VALIDAR-CABECERA THRU 3100-EXIT.
040400
040500     PERFORM 3200-VALIDAR-LINEA THRU 3200-EXIT
040600         VARYING VTA-TBL-IDX FROM 1 BY 1
040700         UNTIL VTA-TBL-IDX > VTA-TBL-CANT.
040800
040900     MOVE VTA-ACT-PROVEEDOR   TO VTA-LF-PROVEEDOR.
041000     MOVE VTA-ACT-FACTURA     TO VTA-LF-FACTURA.
041100     MOVE VTA-IMPORTE-FACTURA TO VTA-LF-IMPORTE.
041200
041300     IF VTA-FACT-RETENIDA
041400         PERFORM 3500-RETENER-FACTURA THRU 3500-EXIT
041500     ELSE
041600         PERFORM 3400-LIBERAR-FACTURA THRU 3400-EXIT
041700     END-IF.
041800
041900 3000-EXIT.
042000     EXIT.
042100
042200******************************************************************
042300*3100-VALIDAR-CABECERA: PROVEEDOR EXISTENTE Y ACTIVO, Y FACTURA
042400*NO LIBERADA ANTES. UN PROBLEMA DE CABECERA MARCA TODAS LAS
042500*LINEAS CON EL MISMO MOTIVO.
042600******************************************************************
042700 3100-VALIDAR-CABECERA.
042800
042900     MOVE "N" TO VTA-SW-PRV-VALIDO.
043000     MOVE VTA-ACT-PROVEEDOR TO VTA-PRV-CODIGO.
043100     READ PROVEEDOR-MASTER-FILE
043200         INVALID KEY
043300             CONTINUE
043400         NOT INVALID KEY
043500             IF VTA-PRV-ACTIVO
043600                 SET VTA-PRV-VALIDO TO TRUE
043700             END-IF
043800     END-READ.
043900
044000     MOVE "N" TO VTA-SW-YA-LIBERADA.
044100     MOVE VTA-ACT-PROVEEDOR TO VTA-FRG-PROVEEDOR.
044200     MOVE VTA-ACT-FACTURA   TO VTA-FRG-FACTURA.
044300     READ FACT-REG-FILE
044400         INVALID KEY
044500             CONTINUE
044600         NOT INVALID KEY
044700             SET VTA-YA-LIBERADA TO TRUE
044800     END-READ.
044900
045000 3100-EXIT.
045100     EXIT.
045200
045300******************************************************************
045400*3200-VALIDAR-LINEA: APLICA LOS CONTROLES A LA LINEA DE LA TABLA
045500*SENALADA POR VTA-TBL-IDX. EL PRIMER CONTROL QUE FALLA DEJA SU
045600*MOTIVO EN LA LINEA Y MARCA LA FACTURA COMO RETENIDA.
045700******************************************************************
045800 3200-VALIDAR-LINEA.
045900
046000     COMPUTE VTA-IMPORTE-FACTURA = VTA-IMPORTE-FACTURA
046100         + VTA-TBL-CANTIDAD (VTA-TBL-IDX)
046200         * VTA-TBL-PRECIO (VTA-TBL-IDX).
046300
046400     IF NOT VTA-PRV-VALIDO
046500         SET VTA-TBL-PROV-INVALIDO (VTA-TBL-IDX) TO TRUE
046600         GO TO 3200-RETENER
046700     END-IF.
046800
046900     IF VTA-YA-LIBERADA
047000         SET VTA-TBL-DUPLICADA (VTA-TBL-IDX) TO TRUE
047100         GO TO 3200-RETENER
047200     END-IF.
047300
047400     MOVE VTA-TBL-ORDEN (VTA-TBL-IDX) TO VTA-ODC-NUMERO.
047500     READ ORDEN-COMPRA-FILE
047600         INVALID KEY
047700             SET VTA-TBL-ORDEN-INVALIDA (VTA-TBL-IDX) TO TRUE
047800             GO TO 3200-RETENER
047900     END-READ.
048000
048009*UNA ORDEN EMITIDA ANTES DE QUE EL REGISTRO LLEVARA PRECIO
048018*RECIBIDO Y CANTIDAD FACTURADA PUEDE TRAERLOS EN BLANCO: VALEN
048027*CERO.
048036     IF VTA-ODC-PRECIO-RECIBIDO NOT NUMERIC
048045         MOVE ZERO TO VTA-ODC-PRECIO-RECIBIDO
048054     END-IF.
048063     IF VTA-ODC-CANT-FACTURADA NOT NUMERIC
048072         MOVE ZERO TO VTA-ODC-CANT-FACTURADA
048081     END-IF.
048090
048100     IF VTA-TBL-PRODUCTO (VTA-TBL-IDX) = SPACES
048200         MOVE VTA-ODC-PRODUCTO TO VTA-TBL-PRODUCTO (VTA-TBL-IDX)
048300     END-IF.
048400
048500     IF VTA-ODC-PROVEEDOR NOT = VTA-ACT-PROVEEDOR
048600        OR VTA-ODC-PRODUCTO NOT = VTA-TBL-PRODUCTO (VTA-TBL-IDX)
048700         SET VTA-TBL-ORDEN-INVALIDA (VTA-TBL-IDX) TO TRUE
048800         GO TO 3200-RETENER
048900     END-IF.
049000
049100*CANTIDAD: LO RECIBIDO MENOS LO YA FACTURADO EN FACTURAS
049200*ANTERIORES Y MENOS LO QUE LAS LINEAS PREVIAS DE ESTA MISMA
049300*FACTURA YA IMPUTARON A LA MISMA ORDEN.
049400     MOVE ZERO TO VTA-CANT-PREVIA.
049500     PERFORM 3210-SUMAR-PREVIA THRU 3210-EXIT
049600         VARYING VTA-TBL-IDX2 FROM 1 BY 1
049700         UNTIL VTA-TBL-IDX2 >= VTA-TBL-IDX.
049800
049900     COMPUTE VTA-CANT-DISPONIBLE = VTA-ODC-CANT-RECIBIDA
050000         - VTA-ODC-CANT-FACTURADA - VTA-CANT-PREVIA.
050100
050200     IF VTA-TBL-CANTIDAD (VTA-TBL-IDX) > VTA-CANT-DISPONIBLE
050300         SET VTA-TBL-NO-RECIBIDO (VTA-TBL-IDX) TO TRUE
050400         GO TO 3200-RETENER
050500     END-IF.
050600
050700*PRECIO: EL PROMEDIO DE LO RECIBIDO; SI LA RECEPCION NO TRAJO
050800*PRECIO DE COMPRA SE COMPARA CONTRA EL COSTO DEL MAESTRO.
050900     MOVE VTA-ODC-PRECIO-RECIBIDO TO VTA-PRECIO-REFERENCIA.
051000     IF VTA-PRECIO-REFERENCIA = ZERO
051100         MOVE VTA-ODC-PRODUCTO TO VTA-PROD-CODIGO
051200         READ PRODUCTO-MASTER-FILE
051300             INVALID KEY
051400                 MOVE ZERO TO VTA-PROD-COSTO-UNIT
051500         END-READ
051600         MOVE VTA-PROD-COSTO-UNIT TO VTA-PRECIO-REFERENCIA
051700     END-IF.
051800
051900     COMPUTE VTA-PRECIO-MAXIMO ROUNDED = VTA-PRECIO-REFERENCIA
052000         * (100 + VTA-TOLER-PRECIO) / 100.
052100
052200     IF VTA-TBL-PRECIO (VTA-TBL-IDX) > VTA-PRECIO-MAXIMO
052300         SET VTA-TBL-PRECIO-MAYOR (VTA-TBL-IDX) TO TRUE
052400         GO TO 3200-RETENER
052500     END-IF.
052600
052700     GO TO 3200-EXIT.
052800
052900 3200-RETENER.
053000
053100     SET VTA-FACT-RETENIDA TO TRUE.
053200
053300 3200-EXIT.
053400     EXIT.
053500
053600 3210-SUMAR-PREVIA.
053700
053800     IF VTA-TBL-ORDEN (VTA-TBL-IDX2) = VTA-TBL-ORDEN (VTA-TBL-IDX)
053900         ADD VTA-TBL-CANTIDAD (VTA-TBL-IDX2) TO VTA-CANT-PREVIA
054000     END-IF.
054100
054200 3210-EXIT.
054300     EXIT.
054400
054500******************************************************************
054600*3400-LIBERAR-FACTURA: IMPUTA LO FACTURADO A CADA ORDEN, ANOTA
054700*LA FACTURA EN EL REGISTRO DE LIBERADAS Y GRABA EL PAGO PARA
054800*TESORERIA CON EL VENCIMIENTO SEGUN EL PLAZO DEL PROVEEDOR.
054900******************************************************************
055000 3400-LIBERAR-FACTURA.
055100
055200     PERFORM 3410-IMPUTAR-ORDEN THRU 3410-EXIT
055300         VARYING VTA-TBL-IDX FROM 1 BY 1
055400         UNTIL VTA-TBL-IDX > VTA-TBL-CANT.
055500
055512*EL VENCIMIENTO SE CALCULA ANTES DE ANOTAR LA FACTURA: VA TANTO AL
055525*REGISTRO DE LIBERADAS COMO AL PAGO PARA TESORERIA.
055537     SET VTA-FCH-AGREGAR TO TRUE.
055550     MOVE VTA-ACT-FECHA     TO VTA-FCH-FECHA-1.
055562     MOVE VTA-PRV-PLAZO-PAGO TO VTA-FCH-DIAS.
055575     CALL "VTAFECHA" USING VTA-FECHA-PARMS.
055587
055600     MOVE SPACES              TO VTA-FACT-REG-RECORD.
055700     MOVE VTA-ACT-PROVEEDOR   TO VTA-FRG-PROVEEDOR.
055800     MOVE VTA-ACT-FACTURA     TO VTA-FRG-FACTURA.
055900     MOVE VTA-FECHA-PROCESO   TO VTA-FRG-FECHA-LIBERADA.
056000     MOVE VTA-IMPORTE-FACTURA TO VTA-FRG-IMPORTE.
056050     MOVE VTA-FCH-FECHA-2     TO VTA-FRG-FECHA-VTO.
056100     WRITE VTA-FACT-REG-RECORD
056200         INVALID KEY
056300             DISPLAY "VTA6100 - FACTURA YA REGISTRADA: "
056400                     VTA-ACT-PROVEEDOR " " VTA-ACT-FACTURA
056500             MOVE 8 TO RETURN-CODE
056600             STOP RUN
056700     END-WRITE.
056800
057400     MOVE SPACES              TO VTA-PAGO-PROV-RECORD.
057500     MOVE VTA-ACT-PROVEEDOR   TO VTA-PGP-PROVEEDOR.
057600     MOVE VTA-PRV-NOMBRE      TO VTA-PGP-NOMBRE.
057700     MOVE VTA-PRV-CUIT        TO VTA-PGP-CUIT.
057800     MOVE VTA-ACT-FACTURA     TO VTA-PGP-FACTURA.
057900     MOVE VTA-ACT-FECHA       TO VTA-PGP-FECHA-FACT.
058000     MOVE VTA-FCH-FECHA-2     TO VTA-PGP-FECHA-VTO.
058100     MOVE VTA-IMPORTE-FACTURA TO VTA-PGP-IMPORTE.
058200     MOVE VTA-PRV-BANCO       TO VTA-PGP-BANCO.
058300     MOVE VTA-PRV-CBU         TO VTA-PGP-CBU.
058400     WRITE VTA-PAGO-PROV-RECORD.
058500
058600     ADD 1 TO VTA-CANT-LIBERADAS.
058700     ADD VTA-IMPORTE-FACTURA TO VTA-IMPORTE-LIBERADO.
058800
058900     MOVE "LIBERADA"      TO VTA-LF-ESTADO.
059000     MOVE VTA-FCH-FECHA-2 TO VTA-LF-VTO.
059100     WRITE VTA-REPORT-LINE FROM VTA-LINEA-FACTURA.
059200
059300 3400-EXIT.
059400     EXIT.
059500
059600 3410-IMPUTAR-ORDEN.
059700
059800     MOVE VTA-TBL-ORDEN (VTA-TBL-IDX) TO VTA-ODC-NUMERO.
059900     READ ORDEN-COMPRA-FILE
060000         INVALID KEY
060100             GO TO 3410-EXIT
060200     END-READ.
060300
060312     IF VTA-ODC-PRECIO-RECIBIDO NOT NUMERIC
060325         MOVE ZERO TO VTA-ODC-PRECIO-RECIBIDO
060337     END-IF.
060350     IF VTA-ODC-CANT-FACTURADA NOT NUMERIC
060362         MOVE ZERO TO VTA-ODC-CANT-FACTURADA
060375     END-IF.
060387
060400     ADD VTA-TBL-CANTIDAD (VTA-TBL-IDX) TO VTA-ODC-CANT-FACTURADA.
060500     REWRITE VTA-ORDEN-COMPRA-RECORD.
060600
060700 3410-EXIT.
060800     EXIT.
060900
061000******************************************************************
061100*3500-RETENER-FACTURA: LA FACTURA VA ENTERA A FACTRET. LAS LINEAS
061200*SIN PROBLEMA PROPIO SE GRABAN CON MOTIVO "F" (RETENIDA POR OTRA
061300*LINEA DE LA MISMA FACTURA).
061400******************************************************************
061500 3500-RETENER-FACTURA.
061600
061700     MOVE "RETENIDA" TO VTA-LF-ESTADO.
061800     MOVE SPACES     TO VTA-LF-VTO.
061900     WRITE VTA-REPORT-LINE FROM VTA-LINEA-FACTURA.
062000
062100     PERFORM 3510-RETENER-LINEA THRU 3510-EXIT
062200         VARYING VTA-TBL-IDX FROM 1 BY 1
062300         UNTIL VTA-TBL-IDX > VTA-TBL-CANT.
062400
062500     ADD 1 TO VTA-CANT-RETENIDAS.
062600
062700 3500-EXIT.
062800     EXIT.
062900
063000 3510-RETENER-LINEA.
063100
063200     IF VTA-TBL-SIN-MOTIVO (VTA-TBL-IDX)
063300         SET VTA-TBL-POR-FACTURA (VTA-TBL-IDX) TO TRUE
063400     END-IF.
063500
063600     WRITE VTA-FACT-RET-RECORD
063650         FROM VTA-TBL-REGISTRO (VTA-TBL-IDX).
063700     ADD 1 TO VTA-CANT-LIN-RETENIDAS.
063800
063900     IF VTA-TBL-POR-FACTURA (VTA-TBL-IDX)
064000         GO TO 3510-EXIT
064100     END-IF.
064200
064300     MOVE VTA-TBL-REGISTRO (VTA-TBL-IDX) TO VTA-FACT-PROV-RECORD.
064400     MOVE VTA-FPV-LINEA    TO VTA-LD-LINEA.
064500     MOVE VTA-FPV-ORDEN    TO VTA-LD-ORDEN.
064600     MOVE VTA-FPV-PRODUCTO TO VTA-LD-PRODUCTO.
064700     MOVE VTA-FPV-CANTIDAD TO VTA-LD-CANTIDAD.
064800
064900     EVALUATE TRUE
065000         WHEN VTA-FPV-PROV-INVALIDO
065100             MOVE "PROVEEDOR INEXISTENTE O DE BAJA"
065200                                      TO VTA-LD-MOTIVO
065300         WHEN VTA-FPV-DUPLICADA
065400             MOVE "FACTURA YA LIBERADA ANTES"
065500                                      TO VTA-LD-MOTIVO
065600         WHEN VTA-FPV-ORDEN-INVALIDA
065700             MOVE "ORDEN INEXISTENTE O DE OTRO PROV."
065800                                      TO VTA-LD-MOTIVO
065900         WHEN VTA-FPV-NO-RECIBIDO
066000             MOVE "CANTIDAD MAYOR A LO RECIBIDO"
066100                                      TO VTA-LD-MOTIVO
066200         WHEN VTA-FPV-PRECIO-MAYOR
066300             MOVE "PRECIO MAYOR AL RECIBIDO"
066400                                      TO VTA-LD-MOTIVO
066500     END-EVALUATE.
066600
066700     WRITE VTA-REPORT-LINE FROM VTA-LINEA-DETALLE.
066800
066900 3510-EXIT.
067000     EXIT.
067100
067200******************************************************************
067300*9000-FINALIZAR: CIERRA, DEJA FACT-PROV-FILE VACIO (TODO LO
067400*CAPTURADO QUEDO LIBERADO O EN FACTRET) E IMPRIME EL RESUMEN.
067500******************************************************************
067600 9000-FINALIZAR.
067700
067800     MOVE SPACES TO VTA-REPORT-LINE.
067900     WRITE VTA-REPORT-LINE.
068000     MOVE "FACTURAS PROCESADAS:" TO VTA-LR-TEXTO.
068100     MOVE VTA-CANT-FACTURAS      TO VTA-LR-VALOR.
068200     WRITE VTA-REPORT-LINE FROM VTA-LINEA-RESUMEN.
068300     MOVE "FACTURAS LIBERADAS:"  TO VTA-LR-TEXTO.
068400     MOVE VTA-CANT-LIBERADAS     TO VTA-LR-VALOR.
068500     WRITE VTA-REPORT-LINE FROM VTA-LINEA-RESUMEN.
068600     MOVE "IMPORTE LIBERADO:"    TO VTA-LR-TEXTO.
068700     MOVE VTA-IMPORTE-LIBERADO   TO VTA-LR-VALOR.
068800     WRITE VTA-REPORT-LINE FROM VTA-LINEA-RESUMEN.
068900     MOVE "FACTURAS RETENIDAS:"  TO VTA-LR-TEXTO.
069000     MOVE VTA-CANT-RETENIDAS     TO VTA-LR-VALOR.
069100     WRITE VTA-REPORT-LINE FROM VTA-LINEA-RESUMEN.
069200
069300     CLOSE FACT-PROV-FILE.
069400     CLOSE PROVEEDOR-MASTER-FILE.
069500     CLOSE ORDEN-COMPRA-FILE.
069600     CLOSE PRODUCTO-MASTER-FILE.
069700     CLOSE FACT-REG-FILE.
069800     CLOSE PAGO-PROV-FILE.
069900     CLOSE FACT-RET-FILE.
070000     CLOSE CRUCE-REPORT-FILE.
070100
070200     OPEN OUTPUT FACT-PROV-FILE.
070300     CLOSE FACT-PROV-FILE.
070400
070500     DISPLAY "VTA6100 - LINEAS LEIDAS      : " VTA-CANT-LINEAS.
070600     DISPLAY "VTA6100 - FACTURAS PROCESADAS: " VTA-CANT-FACTURAS.
070700     DISPLAY "VTA6100 - FACTURAS LIBERADAS : " VTA-CANT-LIBERADAS.
070800     DISPLAY "VTA6100 - FACTURAS RETENIDAS : " VTA-CANT-RETENIDAS.
070900     DISPLAY "VTA6100 - LINEAS RETENIDAS   : "
071000         VTA-CANT-LIN-RETENIDAS.
071100
071200 9000-EXIT.
071300     EXIT.
071400
071500 END PROGRAM VTA6100.

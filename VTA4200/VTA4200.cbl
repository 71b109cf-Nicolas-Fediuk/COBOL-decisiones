000600*DE TURNO ES CORRELATIVO DENTRO DE LA FECHA Y LA TERMINAL, ASI
000700*DOS CAJEROS QUE COMPARTEN UNA CAJA EN TURNOS DE MANIANA Y
000800*TARDE QUEDAN REGISTRADOS POR SEPARADO. EL REPORTE Z POR TURNO
000828*CERRADO ES VTA4300. CON EL TURNO ABIERTO SE REGISTRAN TAMBIEN LAS
000857*SALIDAS DE EFECTIVO DEL CAJON QUE NO SON VENTAS, SIEMPRE CON LA
000885*FIRMA DE UN SUPERVISOR: LAS SANGRIAS A LA CAJA FUERTE Y LOS
000914*GASTOS MENORES DE CAJA CHICA CONTRA COMPROBANTE, CON SU CATEGORIA
000942*(CATGASTO). QUEDAN EN EL DIARIO DE MOVIMIENTOS DE CAJA (CAJAMOV,
000971*LAYOUT VTAMCAJ).
001000******************************************************************
001100*MODIFICACIONES:
001200*2026-09-01 NF  PROGRAMA ORIGINAL.
001225*2026-10-15 NF  SANGRIAS Y GASTOS DE CAJA CHICA DEL TURNO ABIERTO
001250*               (OPCIONES 4 Y 5), AUTORIZADOS POR UN SUPERVISOR
001275*               (VTALOGON) Y GRABADOS EN EL DIARIO CAJAMOV.
001283*2026-10-15 NF  INFORMA SU NOMBRE A VTALOGON (VTA-LGN-PROGRAMA)
001291*               PARA EL DIARIO DE ACCESOS.
001300******************************************************************
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID. VTA4200.
002700         RECORD KEY IS VTA-TUR-CLAVE
002800         FILE STATUS IS VTA-TURNO-STATUS.
002900
002911     SELECT OPTIONAL CAJA-MOV-FILE ASSIGN TO "CAJAMOV"
002922         ORGANIZATION IS SEQUENTIAL
002933         FILE STATUS IS VTA-CAJAMV-STATUS.
002944
002955     SELECT OPTIONAL CAT-GASTO-FILE ASSIGN TO "CATGASTO"
002966         ORGANIZATION IS SEQUENTIAL
002977         FILE STATUS IS VTA-CATGAS-STATUS.
002988
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  TURNO-CAJA-FILE
003300     RECORDING MODE IS F.
003400     COPY VTATURN.
003500
003511 FD  CAJA-MOV-FILE
003522     RECORDING MODE IS F.
003533     COPY VTAMCAJ.
003544
003555 FD  CAT-GASTO-FILE
003566     RECORDING MODE IS F.
003577     COPY VTACATG.
003588
003600 WORKING-STORAGE SECTION.
003700
003800 COPY VTANUMP.
003900
003933 COPY VTALGNP.
003966
004000 01  VTA-TURNO-STATUS             PIC X(02).
004100     88  VTA-TURNO-OK             VALUE "00".
004114
004128 01  VTA-CAJAMV-STATUS            PIC X(02).
004142     88  VTA-CAJAMV-OK            VALUE "00".
004157
004171 01  VTA-CATGAS-STATUS            PIC X(02).
004185     88  VTA-CATGAS-OK            VALUE "00".
004200
004300 01  VTA-SWITCHES.
004400     05  VTA-SW-SALIR             PIC X(01) VALUE "N".
004700         88  VTA-FIN-BUSQUEDA     VALUE "S".
004800     05  VTA-SW-TURNO-HALLADO     PIC X(01) VALUE "N".
004900         88  VTA-TURNO-HALLADO    VALUE "S".
004920     05  VTA-SW-FIN-CATEGORIAS    PIC X(01) VALUE "N".
004940         88  VTA-FIN-CATEGORIAS   VALUE "S".
004960     05  VTA-SW-CAT-HALLADA       PIC X(01) VALUE "N".
004980         88  VTA-CAT-HALLADA      VALUE "S".
005000
005100 01  VTA-OPCION-MENU              PIC 9(01).
005200
005900     05  VTA-CAP-CAJERO           PIC X(05).
006000     05  VTA-CAP-FONDO            PIC 9(07)V9(02).
006100     05  VTA-CAP-TURNO            PIC 9(02).
006104     05  VTA-CAP-CATEGORIA        PIC X(02).
006108     05  VTA-CAP-DOCUMENTO        PIC X(12).
006113     05  VTA-CAP-IMPORTE          PIC 9(07)V9(02).
006117     05  VTA-CAP-DESCRIPCION      PIC X(20).
006121
006126 01  VTA-ENTRADA-LARGA            PIC X(20).
006130
006134*TIPO DEL MOVIMIENTO DE CAJA EN CURSO ("S" SANGRIA, "G" GASTO).
006139 01  VTA-TIPO-MOVIMIENTO          PIC X(01).
006143     88  VTA-MOV-ES-SANGRIA       VALUE "S".
006147     88  VTA-MOV-ES-GASTO         VALUE "G".
006152
006156*CATEGORIAS DE GASTO CARGADAS DE CATGASTO AL INICIO.
006160 01  VTA-TABLA-CATEGORIAS.
006165     05  VTA-CAT-CANT             PIC 9(03) COMP VALUE ZERO.
006169     05  VTA-CAT-ENTRADA OCCURS 50 TIMES
006173                         INDEXED BY VTA-CAT-IDX.
006178         10  VTA-CAT-CODIGO       PIC X(02).
006182         10  VTA-CAT-DESCRIPCION  PIC X(20).
006186         10  VTA-CAT-TOPE         PIC 9(07)V9(02).
006191
006195 01  VTA-CAT-FOUND-NDX            PIC 9(03) COMP VALUE ZERO.
006200
006300 01  VTA-ULT-TURNO-DIA            PIC 9(02).
006400
007500     05  VTA-LT-ESTADO            PIC X(01).
007600     05  FILLER                   PIC X(08) VALUE "  FONDO:".
007700     05  VTA-LT-FONDO             PIC ZZZ,ZZ9.99.
007707
007715 01  VTA-LINEA-MOVIMIENTO.
007723     05  FILLER                   PIC X(06) VALUE "  MOV:".
007730     05  VTA-LV-TIPO              PIC X(01).
007738     05  FILLER                   PIC X(06) VALUE "  CAT:".
007746     05  VTA-LV-CATEGORIA         PIC X(02).
007753     05  FILLER                   PIC X(06) VALUE "  DOC:".
007761     05  VTA-LV-DOCUMENTO         PIC X(12).
007769     05  FILLER                   PIC X(10) VALUE "  IMPORTE:".
007776     05  VTA-LV-IMPORTE           PIC ZZZ,ZZ9.99.
007784     05  FILLER                   PIC X(07) VALUE "  AUT.:".
007792     05  VTA-LV-SUPERVISOR        PIC X(08).
007800
007900 PROCEDURE DIVISION.
008000
010400         SET VTA-SALIR TO TRUE
010500     END-IF.
010600
010620     OPEN EXTEND CAJA-MOV-FILE.
010640
010660     PERFORM 1100-CARGAR-CATEGORIAS THRU 1100-EXIT.
010680
010700 1000-EXIT.
010702     EXIT.
010704
010706******************************************************************
010708*1100-CARGAR-CATEGORIAS: CARGA EN MEMORIA LA TABLA DE CATEGORIAS
010711*DE GASTO. SIN TABLA NO SE PUEDEN REGISTRAR GASTOS DE CAJA CHICA
010713*(LAS SANGRIAS NO LA USAN).
010715******************************************************************
010717 1100-CARGAR-CATEGORIAS.
010720
010722     OPEN INPUT CAT-GASTO-FILE.
010724     IF NOT VTA-CATGAS-OK
010726         GO TO 1100-EXIT
010728     END-IF.
010731
010733     PERFORM 1110-AGREGAR-CATEGORIA THRU 1110-EXIT
010735         UNTIL VTA-FIN-CATEGORIAS.
010737
010740     CLOSE CAT-GASTO-FILE.
010742
010744 1100-EXIT.
010746     EXIT.
010748
010751 1110-AGREGAR-CATEGORIA.
010753
010755     READ CAT-GASTO-FILE
010757         AT END
010760             SET VTA-FIN-CATEGORIAS TO TRUE
010762             GO TO 1110-EXIT
010764     END-READ.
010766
010768     IF VTA-CAT-CANT >= 50
010771         DISPLAY "TABLA DE CATEGORIAS DE GASTO LLENA (MAXIMO 50)."
010773                 " SE IGNORA LA CATEGORIA " VTA-CGA-CODIGO
010775         GO TO 1110-EXIT
010777     END-IF.
010780
010782     ADD 1 TO VTA-CAT-CANT.
010784     SET VTA-CAT-IDX TO VTA-CAT-CANT.
010786     MOVE VTA-CGA-CODIGO      TO VTA-CAT-CODIGO (VTA-CAT-IDX).
010788     MOVE VTA-CGA-DESCRIPCION
010791                       TO VTA-CAT-DESCRIPCION (VTA-CAT-IDX).
010793     MOVE VTA-CGA-TOPE        TO VTA-CAT-TOPE (VTA-CAT-IDX).
010795
010797 1110-EXIT.
010800     EXIT.
010900
011000 2000-MENU.
011400     DISPLAY "1 - ABRIR TURNO".
011500     DISPLAY "2 - CERRAR TURNO".
011600     DISPLAY "3 - LISTAR TURNOS DEL DIA".
011650     DISPLAY "4 - SANGRIA A CAJA FUERTE".
011700     DISPLAY "5 - GASTO DE CAJA CHICA".
011750     DISPLAY "6 - SALIR".
011800     DISPLAY "OPCION: " WITH NO ADVANCING.
011900     ACCEPT VTA-OPCION-MENU.
012000
012600         WHEN 3
012700             PERFORM 3000-LISTAR THRU 3000-EXIT
012800         WHEN 4
012814             SET VTA-MOV-ES-SANGRIA TO TRUE
012828             PERFORM 6000-REGISTRAR-MOVIMIENTO THRU 6000-EXIT
012842         WHEN 5
012857             SET VTA-MOV-ES-GASTO TO TRUE
012871             PERFORM 6000-REGISTRAR-MOVIMIENTO THRU 6000-EXIT
012885         WHEN 6
012900             SET VTA-SALIR TO TRUE
013000         WHEN OTHER
013100             DISPLAY "OPCION INVALIDA."
032800 7000-EXIT.
032900     EXIT.
033000
033001******************************************************************
033002*6000-REGISTRAR-MOVIMIENTO: SANGRIA O GASTO DE CAJA CHICA CONTRA
033003*EL TURNO ABIERTO DE LA TERMINAL. EL GASTO LLEVA UNA CATEGORIA DE
033004*LA TABLA Y NO PUEDE SUPERAR SU TOPE. AMBOS LLEVAN NUMERO DE
033005*DOCUMENTO Y SOLO SE GRABAN CON LA FIRMA DE UN USUARIO CON ROL
033006*SUPERVISOR.
033007******************************************************************
033008 6000-REGISTRAR-MOVIMIENTO.
033009
033010     PERFORM 3500-CAPTURAR-TERMINAL THRU 3500-EXIT.
033012
033013     PERFORM 3600-ULTIMO-TURNO THRU 3600-EXIT.
033014
033015     IF NOT VTA-TURNO-HALLADO
033016         DISPLAY "LA TERMINAL NO TIENE TURNOS HOY."
033017         GO TO 6000-EXIT
033018     END-IF.
033019
033020*COMO EN EL CIERRE, SE RELEE EL ULTIMO TURNO POR CLAVE.
033021     MOVE VTA-FECHA-HOY     TO VTA-TUR-FECHA.
033022     MOVE VTA-CAP-TERMINAL  TO VTA-TUR-TERMINAL-ID.
033024     MOVE VTA-ULT-TURNO-DIA TO VTA-TUR-NRO.
033025     READ TURNO-CAJA-FILE
033026         INVALID KEY
033027             DISPLAY "NO SE PUDO RELEER EL TURNO."
033028             GO TO 6000-EXIT
033029     END-READ.
033030
033031     IF NOT VTA-TUR-ABIERTO
033032         DISPLAY "LA TERMINAL NO TIENE UN TURNO ABIERTO."
033033         GO TO 6000-EXIT
033034     END-IF.
033036
033037     PERFORM 7000-MOSTRAR-TURNO THRU 7000-EXIT.
033038
033039     MOVE SPACES TO VTA-CAP-CATEGORIA.
033040     MOVE SPACES TO VTA-CAP-DESCRIPCION.
033041
033042     IF VTA-MOV-ES-GASTO
033043         IF VTA-CAT-CANT = ZERO
033044             DISPLAY "NO HAY CATEGORIAS DE GASTO CARGADAS "
033045                     "(CATGASTO)."
033046             GO TO 6000-EXIT
033048         END-IF
033049         PERFORM 6100-CAPTURAR-CATEGORIA THRU 6100-EXIT
033050         IF NOT VTA-CAT-HALLADA
033051             DISPLAY "CATEGORIA DE GASTO INEXISTENTE."
033052             GO TO 6000-EXIT
033053         END-IF
033054     END-IF.
033055
033056     IF VTA-MOV-ES-SANGRIA
033057         DISPLAY "NUMERO DE SOBRE O COMPROBANTE: "
033059             WITH NO ADVANCING
033060     ELSE
033061         DISPLAY "NUMERO DE COMPROBANTE DEL GASTO: "
033062             WITH NO ADVANCING
033063     END-IF.
033064     MOVE SPACES TO VTA-ENTRADA-LARGA.
033065     ACCEPT VTA-ENTRADA-LARGA.
033066     MOVE VTA-ENTRADA-LARGA (1:12) TO VTA-CAP-DOCUMENTO.
033067
033068     IF VTA-CAP-DOCUMENTO = SPACES
033069         DISPLAY "EL NUMERO DE DOCUMENTO ES OBLIGATORIO."
033071         GO TO 6000-EXIT
033072     END-IF.
033073
033074     MOVE "IMPORTE: " TO VTA-NUM-PROMPT.
033075     CALL "VTANUMER" USING VTA-NUMER-PARMS.
033076
033077     IF VTA-NUM-VALOR NOT > ZERO
033078         DISPLAY "EL IMPORTE DEBE SER MAYOR QUE CERO."
033079         GO TO 6000-EXIT
033080     END-IF.
033081     MOVE VTA-NUM-VALOR TO VTA-CAP-IMPORTE.
033083
033084     IF VTA-MOV-ES-GASTO
033085         IF VTA-CAT-TOPE (VTA-CAT-FOUND-NDX) > ZERO
033086            AND VTA-CAP-IMPORTE > VTA-CAT-TOPE (VTA-CAT-FOUND-NDX)
033087             DISPLAY "EL GASTO SUPERA EL TOPE DE LA CATEGORIA."
033088             GO TO 6000-EXIT
033089         END-IF
033090         DISPLAY "DETALLE DEL GASTO: " WITH NO ADVANCING
033091         MOVE SPACES TO VTA-ENTRADA-LARGA
033092         ACCEPT VTA-ENTRADA-LARGA
033093         MOVE VTA-ENTRADA-LARGA TO VTA-CAP-DESCRIPCION
033095     ELSE
033096         MOVE "SANGRIA A CAJA FUERTE" TO VTA-CAP-DESCRIPCION
033097     END-IF.
033098
033099     PERFORM 6200-FIRMA-SUPERVISOR THRU 6200-EXIT.
033100
033101     IF NOT VTA-LGN-OK OR NOT VTA-LGN-ROL-SUPER
033102         DISPLAY "MOVIMIENTO NO AUTORIZADO. NO SE GRABA."
033103         GO TO 6000-EXIT
033104     END-IF.
033106
033107     PERFORM 6300-GRABAR-MOVIMIENTO THRU 6300-EXIT.
033108
033109 6000-EXIT.
033110     EXIT.
033111
033112 6100-CAPTURAR-CATEGORIA.
033113
033114     DISPLAY "CATEGORIA DEL GASTO: " WITH NO ADVANCING.
033115     MOVE SPACES TO VTA-ENTRADA-TEXTO.
033116     ACCEPT VTA-ENTRADA-TEXTO.
033118     MOVE VTA-ENTRADA-TEXTO (1:2) TO VTA-CAP-CATEGORIA.
033119
033120     MOVE "N" TO VTA-SW-CAT-HALLADA.
033121
033122     PERFORM 6110-COMPARAR-CATEGORIA THRU 6110-EXIT
033123         VARYING VTA-CAT-IDX FROM 1 BY 1
033124         UNTIL VTA-CAT-IDX > VTA-CAT-CANT
033125            OR VTA-CAT-HALLADA.
033126
033127     IF VTA-CAT-HALLADA
033128         DISPLAY "CATEGORIA: "
033130                 VTA-CAT-DESCRIPCION (VTA-CAT-FOUND-NDX)
033131     END-IF.
033132
033133 6100-EXIT.
033134     EXIT.
033135
033136 6110-COMPARAR-CATEGORIA.
033137
033138     IF VTA-CAP-CATEGORIA = VTA-CAT-CODIGO (VTA-CAT-IDX)
033139         SET VTA-CAT-FOUND-NDX TO VTA-CAT-IDX
033140         SET VTA-CAT-HALLADA TO TRUE
033142     END-IF.
033143
033144 6110-EXIT.
033145     EXIT.
033146
033147******************************************************************
033148*6200-FIRMA-SUPERVISOR: EL SUPERVISOR SE IDENTIFICA CON SU USUARIO
033149*Y CLAVE EN LA MISMA TERMINAL (SUBPROGRAMA COMPARTIDO VTALOGON).
033150*EL LLAMADOR EXIGE RESULTADO "S" Y ROL SUPERVISOR.
033151******************************************************************
033152 6200-FIRMA-SUPERVISOR.
033153
033154     DISPLAY "AUTORIZACION DEL SUPERVISOR.".
033155     MOVE SPACES TO VTA-LGN-USUARIO.
033156     MOVE SPACES TO VTA-LGN-ROL.
033157     MOVE "VTA4200" TO VTA-LGN-PROGRAMA.
033158     CALL "VTALOGON" USING VTA-LOGON-PARMS.
033159
033160 6200-EXIT.
033161     EXIT.
033162
033163 6300-GRABAR-MOVIMIENTO.
033165
033166     MOVE SPACES              TO VTA-CAJA-MOV-RECORD.
033167     MOVE VTA-TUR-FECHA       TO VTA-MCJ-FECHA.
033168     MOVE VTA-TUR-TERMINAL-ID TO VTA-MCJ-TERMINAL-ID.
033169     MOVE VTA-TUR-NRO         TO VTA-MCJ-TURNO-NRO.
033170     ACCEPT VTA-MCJ-HORA FROM TIME.
033171     MOVE VTA-TUR-CAJERO-ID   TO VTA-MCJ-CAJERO-ID.
033172     MOVE VTA-LGN-USUARIO     TO VTA-MCJ-SUPERVISOR.
033173     MOVE VTA-TIPO-MOVIMIENTO TO VTA-MCJ-TIPO.
033174     MOVE VTA-CAP-CATEGORIA   TO VTA-MCJ-CATEGORIA.
033175     MOVE VTA-CAP-DOCUMENTO   TO VTA-MCJ-DOCUMENTO.
033177     MOVE VTA-CAP-IMPORTE     TO VTA-MCJ-IMPORTE.
033178     MOVE VTA-CAP-DESCRIPCION TO VTA-MCJ-DESCRIPCION.
033179
033180     WRITE VTA-CAJA-MOV-RECORD.
033181     IF NOT VTA-CAJAMV-OK
033182         DISPLAY "NO SE PUDO GRABAR EL MOVIMIENTO DE CAJA. "
033183                 "ESTADO: " VTA-CAJAMV-STATUS
033184         GO TO 6300-EXIT
033185     END-IF.
033186
033187     MOVE VTA-MCJ-TIPO        TO VTA-LV-TIPO.
033189     MOVE VTA-MCJ-CATEGORIA   TO VTA-LV-CATEGORIA.
033190     MOVE VTA-MCJ-DOCUMENTO   TO VTA-LV-DOCUMENTO.
033191     MOVE VTA-MCJ-IMPORTE     TO VTA-LV-IMPORTE.
033192     MOVE VTA-MCJ-SUPERVISOR  TO VTA-LV-SUPERVISOR.
033193     DISPLAY VTA-LINEA-MOVIMIENTO.
033194     DISPLAY "MOVIMIENTO DE CAJA REGISTRADO.".
033195
033196 6300-EXIT.
033197     EXIT.
033198 9000-FINALIZAR.
033200
033300     CLOSE TURNO-CAJA-FILE.
033350     CLOSE CAJA-MOV-FILE.
033400
033500 9000-EXIT.
033600     EXIT.

001508*               EL CAE DE LA FACTURA ELECTRONICA AUTORIZADA
001509*               (FACTELEC, CARGADO POR VTA4600); UNA VENTA SIN
001510*               FACTURA AUTORIZADA SE MARCA SIN CAE.
001516*2026-10-15 NF  EL NETO Y EL IVA DE CADA LINEA INCLUYEN EL RECARGO
001522*               FINANCIERO DEL PLAN DE CUOTAS Y SU IVA, QUE SE
001529*               ABREN POR LA CATEGORIA DEL RECARGO
001535*               (VTA-AUD-RECARGO-CAT-IVA) Y NO POR LA DE LA
001542*               MERCADERIA. NETO MAS IVA VUELVE A SER EL TOTAL
001548*               COBRADO.
001549*2026-10-15 NF  CADA LINEA MARCA EL CANAL DE LA VENTA ("W" TIENDA
001550*               WEB, "T" LOCAL) Y SUMA AL NETO Y AL IVA EL ENVIO
001551*               DE LA VENTA WEB, QUE VA A LA TASA GENERAL. AL PIE
001552*               SE TOTALIZA TAMBIEN POR CANAL. UN REGISTRO
001553*               ANTERIOR A LA TIENDA WEB ES DE LOCAL Y SIN ENVIO.
001558*2026-10-15 NF  CADA LINEA IMPRIME EN SU PROPIA COLUMNA LA
001564*               PERCEPCION DE INGRESOS BRUTOS, QUE NO ES NETO NI
001570*               IVA; AL PIE SE TOTALIZA APARTE. NETO MAS IVA MAS
001576*               PERCEPCION ES EL TOTAL COBRADO. LA LINEA PASA A
001582*               100 POSICIONES. UN REGISTRO ANTERIOR A LAS
001588*               PERCEPCIONES VA SIN PERCEPCION.
001594******************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. VTA2500.
001800 AUTHOR. N. FEDIUK.
005800     05  FILLER                      PIC X(74).
005900
006000 FD  LIBRO-IVA-FILE.
006100 01  VTA-REPORT-LINE                 PIC X(100).
006200
006300 WORKING-STORAGE SECTION.
006400
008800     05  VTA-LIB-TOT-NETO            PIC S9(09)V9(02) VALUE ZERO.
008900     05  VTA-LIB-TOT-IVA             PIC S9(09)V9(02) VALUE ZERO.
009000     05  VTA-LIB-TOT-TOTAL           PIC S9(09)V9(02) VALUE ZERO.
009005     05  VTA-LIB-TOT-PERC            PIC S9(09)V9(02) VALUE ZERO.
009010
009020*TOTALES POR CATEGORIA DE IVA: 1 GENERAL, 2 REDUCIDO, 3 EXENTO.
009030 01  VTA-TOTALES-POR-TASA.
009070         10  VTA-TASA-IVA            PIC S9(09)V9(02) VALUE ZERO.
009080
009090 01  VTA-TASA-BALDE                  PIC 9(01).
009091
009092*RECARGO FINANCIERO DEL REGISTRO (CERO SI EL REGISTRO ES ANTERIOR
009093*A LOS PLANES DE CUOTAS) Y NETO/IVA DE LA LINEA CON EL RECARGO.
009095 01  VTA-REG-RECARGO                 PIC S9(07)V9(02).
009096 01  VTA-REG-RECARGO-IVA             PIC S9(07)V9(02).
009097 01  VTA-REG-NETO                    PIC S9(07)V9(02).
009098 01  VTA-REG-IVA                     PIC S9(07)V9(02).
009104
009110*ENVIO DE LA VENTA WEB Y SU IVA (CERO EN LAS VENTAS DE LOCAL Y EN
009116*LOS REGISTROS ANTERIORES A LA TIENDA WEB).
009122 01  VTA-REG-ENVIO                   PIC S9(07)V9(02).
009128 01  VTA-REG-ENVIO-IVA               PIC S9(07)V9(02).
009129
009130*PERCEPCION DE INGRESOS BRUTOS DEL REGISTRO (CERO SI EL CLIENTE NO
009131*ESTA EN EL PADRON O EL REGISTRO ES ANTERIOR A LAS PERCEPCIONES).
009132 01  VTA-REG-PERC-IIBB               PIC S9(07)V9(02).
009134
009140*TOTALES POR CANAL DE VENTA: 1 LOCAL, 2 TIENDA WEB.
009146 01  VTA-TOTALES-POR-CANAL.
009152     05  VTA-CAN-ENTRADA OCCURS 2 TIMES
009158                         INDEXED BY VTA-CAN-IDX.
009164         10  VTA-CAN-NETO            PIC S9(09)V9(02) VALUE ZERO.
009170         10  VTA-CAN-IVA             PIC S9(09)V9(02) VALUE ZERO.
009176         10  VTA-CAN-TOTAL           PIC S9(09)V9(02) VALUE ZERO.
009182
009188 01  VTA-CANAL-BALDE                 PIC 9(01).
009194
009200*LINEAS DE IMPRESION.
009300 01  VTA-LINEA-TITULO.
009400     05  FILLER                      PIC X(23)
010700     05  VTA-LA-COND                 PIC X(01).
010710     05  FILLER                      PIC X(01) VALUE SPACE.
010720     05  VTA-LA-CAT-IVA              PIC X(01).
010746     05  FILLER                      PIC X(01) VALUE SPACE.
010773     05  VTA-LA-CANAL                PIC X(01).
010800     05  FILLER                      PIC X(01) VALUE SPACE.
010900     05  VTA-LA-NETO                 PIC ZZZ,ZZZ,Z99.99-.
011000     05  VTA-LA-IVA                  PIC ZZZ,Z99.99-.
011050     05  VTA-LA-PERC                 PIC ZZZ,Z99.99-.
011100     05  VTA-LA-TOTAL                PIC ZZZ,ZZZ,Z99.99-.
011200
011300 01  VTA-LINEA-TOTAL-NETO.
011900     05  FILLER                      PIC X(20)
012000         VALUE "TOTAL IVA         : ".
012100     05  VTA-LTI-IVA                 PIC ZZZ,ZZZ,ZZ9.99-.
012116
012133 01  VTA-LINEA-TOTAL-PERC.
012150     05  FILLER                      PIC X(20)
012166         VALUE "TOTAL PERC. IIBB  : ".
012183     05  VTA-LTP-PERC                PIC ZZZ,ZZZ,ZZ9.99-.
012200
012300 01  VTA-LINEA-TOTAL-GRAL.
012400     05  FILLER                      PIC X(20)
012660     05  VTA-LTT-NETO                PIC ZZZ,ZZZ,ZZ9.99-.
012670     05  FILLER                      PIC X(06) VALUE " IVA: ".
012680     05  VTA-LTT-IVA                 PIC ZZZ,ZZZ,ZZ9.99-.
012681
012683 01  VTA-LINEA-TOTAL-CANAL.
012685     05  FILLER                      PIC X(06) VALUE "CANAL ".
012687     05  VTA-LTC-CANAL               PIC X(06).
012689     05  FILLER                      PIC X(07) VALUE " NETO: ".
012690     05  VTA-LTC-NETO                PIC ZZZ,ZZZ,ZZ9.99-.
012692     05  FILLER                      PIC X(06) VALUE " IVA: ".
012694     05  VTA-LTC-IVA                 PIC ZZZ,ZZZ,ZZ9.99-.
012696     05  FILLER                      PIC X(07) VALUE " TOT.: ".
012698     05  VTA-LTC-TOTAL               PIC ZZZ,ZZZ,ZZ9.99-.
012700
012800 PROCEDURE DIVISION.
012900
020330         ELSE
020340             MOVE VTA-AUD-CAT-IVA  TO VTA-LA-CAT-IVA
020350         END-IF
020367         IF VTA-AUD-RECARGO NUMERIC
020385            AND VTA-AUD-RECARGO-IVA NUMERIC
020403             MOVE VTA-AUD-RECARGO     TO VTA-REG-RECARGO
020421             MOVE VTA-AUD-RECARGO-IVA TO VTA-REG-RECARGO-IVA
020439         ELSE
020457             MOVE ZERO                TO VTA-REG-RECARGO
020475             MOVE ZERO                TO VTA-REG-RECARGO-IVA
020492         END-IF
020495         IF VTA-AUD-ENVIO NUMERIC
020498            AND VTA-AUD-ENVIO-IVA NUMERIC
020502             MOVE VTA-AUD-ENVIO       TO VTA-REG-ENVIO
020505             MOVE VTA-AUD-ENVIO-IVA   TO VTA-REG-ENVIO-IVA
020509         ELSE
020512             MOVE ZERO                TO VTA-REG-ENVIO
020516             MOVE ZERO                TO VTA-REG-ENVIO-IVA
020519         END-IF
020520         IF VTA-AUD-PERC-IIBB NUMERIC
020521             MOVE VTA-AUD-PERC-IIBB   TO VTA-REG-PERC-IIBB
020522         ELSE
020523             MOVE ZERO                TO VTA-REG-PERC-IIBB
020524         END-IF
020525         IF VTA-AUD-CANAL-WEB
020526             MOVE "W"                 TO VTA-LA-CANAL
020529             MOVE 2                   TO VTA-CANAL-BALDE
020533         ELSE
020536             MOVE "T"                 TO VTA-LA-CANAL
020540             MOVE 1                   TO VTA-CANAL-BALDE
020543         END-IF
020546         COMPUTE VTA-REG-NETO = VTA-AUD-TOTAL + VTA-REG-RECARGO
020550                              + VTA-REG-ENVIO
020553         COMPUTE VTA-REG-IVA  = VTA-AUD-IVA-IMPORTE
020557                              + VTA-REG-RECARGO-IVA
020560                              + VTA-REG-ENVIO-IVA
020564         MOVE VTA-REG-NETO         TO VTA-LA-NETO
020582         MOVE VTA-REG-IVA          TO VTA-LA-IVA
020591         MOVE VTA-REG-PERC-IIBB    TO VTA-LA-PERC
020600         MOVE VTA-AUD-TOTAL-COBRAR TO VTA-LA-TOTAL
020700         WRITE VTA-REPORT-LINE FROM VTA-LINEA-ASIENTO
020710         PERFORM 2200-LINEA-COMPROBANTE THRU 2200-EXIT
020800
020900         ADD 1 TO VTA-LIB-CANT-LINEAS
021000         ADD VTA-REG-NETO         TO VTA-LIB-TOT-NETO
021100         ADD VTA-REG-IVA          TO VTA-LIB-TOT-IVA
021150         ADD VTA-REG-PERC-IIBB    TO VTA-LIB-TOT-PERC
021200         ADD VTA-AUD-TOTAL-COBRAR TO VTA-LIB-TOT-TOTAL
021210
021220         EVALUATE TRUE
021300         SET VTA-TASA-IDX TO VTA-TASA-BALDE
021310         ADD VTA-AUD-TOTAL       TO VTA-TASA-NETO (VTA-TASA-IDX)
021320         ADD VTA-AUD-IVA-IMPORTE TO VTA-TASA-IVA (VTA-TASA-IDX)
021322
021324         IF VTA-REG-RECARGO NOT = ZERO
021326            OR VTA-REG-RECARGO-IVA NOT = ZERO
021328             EVALUATE VTA-AUD-RECARGO-CAT-IVA
021331                 WHEN "R"
021333                     MOVE 2 TO VTA-TASA-BALDE
021335                 WHEN "E"
021337                     MOVE 3 TO VTA-TASA-BALDE
021340                 WHEN OTHER
021342                     MOVE 1 TO VTA-TASA-BALDE
021344             END-EVALUATE
021346             SET VTA-TASA-IDX TO VTA-TASA-BALDE
021348             ADD VTA-REG-RECARGO
021351                              TO VTA-TASA-NETO (VTA-TASA-IDX)
021353             ADD VTA-REG-RECARGO-IVA
021355                              TO VTA-TASA-IVA (VTA-TASA-IDX)
021357         END-IF
021359
021362         IF VTA-REG-ENVIO NOT = ZERO
021365            OR VTA-REG-ENVIO-IVA NOT = ZERO
021368             SET VTA-TASA-IDX TO 1
021371             ADD VTA-REG-ENVIO    TO VTA-TASA-NETO (VTA-TASA-IDX)
021374             ADD VTA-REG-ENVIO-IVA
021377                              TO VTA-TASA-IVA (VTA-TASA-IDX)
021379         END-IF
021382
021385         SET VTA-CAN-IDX TO VTA-CANAL-BALDE
021388         ADD VTA-REG-NETO         TO VTA-CAN-NETO (VTA-CAN-IDX)
021391         ADD VTA-REG-IVA          TO VTA-CAN-IVA (VTA-CAN-IDX)
021394         ADD VTA-AUD-TOTAL-COBRAR TO VTA-CAN-TOTAL (VTA-CAN-IDX)
021397     END-IF.
021400
021500     PERFORM 1100-LEER-AUDITORIA THRU 1100-EXIT.
021600
024810     PERFORM 8100-IMPRIMIR-TASA THRU 8100-EXIT
024820         VARYING VTA-TASA-BALDE FROM 1 BY 1
024830         UNTIL VTA-TASA-BALDE > 3.
024832
024834     PERFORM 8200-IMPRIMIR-CANAL THRU 8200-EXIT
024836         VARYING VTA-CANAL-BALDE FROM 1 BY 1
024838         UNTIL VTA-CANAL-BALDE > 2.
024840
024900     MOVE VTA-LIB-TOT-NETO  TO VTA-LTN-NETO.
025000     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL-NETO.
025200     MOVE VTA-LIB-TOT-IVA   TO VTA-LTI-IVA.
025300     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL-IVA.
025400
025425     MOVE VTA-LIB-TOT-PERC  TO VTA-LTP-PERC.
025450     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL-PERC.
025475
025500     MOVE VTA-LIB-TOT-TOTAL TO VTA-LTG-TOTAL.
025600     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL-GRAL.
025700
025927
025928 8100-EXIT.
025929     EXIT.
025932
025936 8200-IMPRIMIR-CANAL.
025940
025943     SET VTA-CAN-IDX TO VTA-CANAL-BALDE.
025947
025951     IF VTA-CANAL-BALDE = 1
025955         MOVE "LOCAL " TO VTA-LTC-CANAL
025958     ELSE
025962         MOVE "WEB   " TO VTA-LTC-CANAL
025966     END-IF.
025970
025973     MOVE VTA-CAN-NETO (VTA-CAN-IDX)  TO VTA-LTC-NETO.
025977     MOVE VTA-CAN-IVA (VTA-CAN-IDX)   TO VTA-LTC-IVA.
025981     MOVE VTA-CAN-TOTAL (VTA-CAN-IDX) TO VTA-LTC-TOTAL.
025985     WRITE VTA-REPORT-LINE FROM VTA-LINEA-TOTAL-CANAL.
025988
025992 8200-EXIT.
025996     EXIT.
026000
026100 9000-FINALIZAR.
026200

000940*               LA FECHA DE NEGOCIO DE FECHAPRM (ANTES IBA EN
000960*               CERO Y EL PASO NUNCA APARECIA EN EL REPORTE
000980*               DE LA MANIANA DE SU NOCHE).
000984*2026-10-15 NF  NUEVO MOVIMIENTO "X": LA PERDIDA POR LOS CASOS
000988*               DE CONTRACARGO RESUELTOS EN CONTRA EN LA FECHA
000992*               DE NEGOCIO (CONTRCAS), A LA CUENTA DEL TIER 97
000996*               DE GLCUENTA.
001013*2026-10-15 NF  MOVIMIENTOS DE SENAS DE PEDIDOS ESPECIALES DEL DIA
001030*               (SENAMOV): "S" COBRADAS, "A" APLICADAS Y "R"
001048*               DEVUELTAS A LA CUENTA DE PASIVO DEL TIER 96, Y
001065*               "F" PERDIDAS A SU CUENTA DE OTROS INGRESOS.
001069*2026-10-15 NF  MOVIMIENTO "G": LOS GASTOS DE CAJA CHICA DEL DIA
001073*               (CAJAMOV) POR CATEGORIA, A LA CUENTA DE CADA
001077*               CATEGORIA EN CATGASTO.
001078*2026-10-15 NF  MOVIMIENTOS "P" Y "Q": LAS PERCEPCIONES DE
001079*               INGRESOS BRUTOS COBRADAS Y DEVUELTAS EN LA FECHA
001080*               DE NEGOCIO (AUDITLOG), A LA CUENTA DE PASIVO DEL
001081*               TIER 94.
001082******************************************************************
001100 IDENTIFICATION DIVISION.
001200 PROGRAM-ID. VTA0300.
001300 AUTHOR. N. FEDIUK.
003140     SELECT OPTIONAL FECHA-PARM-FILE ASSIGN TO "FECHAPRM"
003160         ORGANIZATION IS SEQUENTIAL
003180         FILE STATUS IS VTA-FPRM-STATUS.
003182
003185     SELECT OPTIONAL CASO-CCARGO-FILE ASSIGN TO "CONTRCAS"
003188         ORGANIZATION IS INDEXED
003191         ACCESS MODE IS SEQUENTIAL
003194         RECORD KEY IS VTA-CCS-KEY
003197         FILE STATUS IS VTA-CCS-STATUS.
003200
003220     SELECT OPTIONAL SENA-MOV-FILE ASSIGN TO "SENAMOV"
003240         ORGANIZATION IS SEQUENTIAL
003260         FILE STATUS IS VTA-SENAMV-STATUS.
003280
003282     SELECT OPTIONAL CAJA-MOV-FILE ASSIGN TO "CAJAMOV"
003284         ORGANIZATION IS SEQUENTIAL
003286         FILE STATUS IS VTA-CAJAMV-STATUS.
003288
003291     SELECT OPTIONAL CAT-GASTO-FILE ASSIGN TO "CATGASTO"
003293         ORGANIZATION IS SEQUENTIAL
003295         FILE STATUS IS VTA-CATGAS-STATUS.
003297
003309     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
003322         ORGANIZATION IS INDEXED
003335         ACCESS MODE IS SEQUENTIAL
003348         RECORD KEY IS VTA-AUD-KEY
003361         FILE STATUS IS VTA-AUDIT-STATUS.
003374
003387 DATA DIVISION.
003400 FILE SECTION.
003500 FD  CONTROL-TOTALES-FILE
003600     RECORDING MODE IS F.
004556 01  VTA-FECHA-PARM-RECORD.
004570     05  VTA-FPRM-FECHA              PIC 9(08).
004584     05  FILLER                      PIC X(72).
004587
004590 FD  CASO-CCARGO-FILE
004593     RECORDING MODE IS F.
004596     COPY VTACCAS.
004600
004620 FD  SENA-MOV-FILE
004640     RECORDING MODE IS F.
004660     COPY VTASENA.
004680
004682 FD  CAJA-MOV-FILE
004684     RECORDING MODE IS F.
004686     COPY VTAMCAJ.
004688
004691 FD  CAT-GASTO-FILE
004693     RECORDING MODE IS F.
004695     COPY VTACATG.
004697
004714 FD  AUDIT-LOG-FILE
004731     RECORDING MODE IS F.
004748     COPY VTAAUDIT.
004765
004782 WORKING-STORAGE SECTION.
004800
004833 COPY VTARLGP.
004866
004871 01  VTA-FPRM-STATUS                 PIC X(02).
004876     88  VTA-FPRM-OK                 VALUE "00".
004877
004878 01  VTA-CCS-STATUS                  PIC X(02).
004879     88  VTA-CCS-OK                  VALUE "00".
004880
004881 01  VTA-SENAMV-STATUS               PIC X(02).
004883     88  VTA-SENAMV-OK               VALUE "00".
004884
004886 01  VTA-CAJAMV-STATUS               PIC X(02).
004888     88  VTA-CAJAMV-OK               VALUE "00".
004889
004891 01  VTA-CATGAS-STATUS               PIC X(02).
004893     88  VTA-CATGAS-OK               VALUE "00".
004894
004895 01  VTA-AUDIT-STATUS                PIC X(02).
004896     88  VTA-AUDIT-OK                VALUE "00".
004897
004898 01  VTA-FECHA-NEGOCIO               PIC 9(08) VALUE ZERO.
004899
004900 01  VTA-CTRLTOT-STATUS              PIC X(02).
005000     88  VTA-CTRLTOT-OK              VALUE "00".
005100     88  VTA-CTRLTOT-EOF             VALUE "10".
006300         88  VTA-TABLA-EOF           VALUE "S".
006400     05  VTA-SW-CUENTA-ENCONTRADA    PIC X(01) VALUE "N".
006500         88  VTA-CUENTA-ENCONTRADA   VALUE "S".
006533     05  VTA-SW-FIN-CASOS            PIC X(01) VALUE "N".
006566         88  VTA-FIN-CASOS           VALUE "S".
006577     05  VTA-SW-FIN-SENAS            PIC X(01) VALUE "N".
006588         88  VTA-FIN-SENAS           VALUE "S".
006589     05  VTA-SW-FIN-CATEGORIAS       PIC X(01) VALUE "N".
006591         88  VTA-FIN-CATEGORIAS      VALUE "S".
006593     05  VTA-SW-FIN-MOVCAJA          PIC X(01) VALUE "N".
006594         88  VTA-FIN-MOVCAJA         VALUE "S".
006596     05  VTA-SW-CAT-HALLADA          PIC X(01) VALUE "N".
006598         88  VTA-CAT-HALLADA         VALUE "S".
006623     05  VTA-SW-FIN-AUDITORIA        PIC X(01) VALUE "N".
006649         88  VTA-FIN-AUDITORIA       VALUE "S".
006674
006700 01  VTA-FECHA-HOY                   PIC 9(08).
006714
006728*TIER DE GLCUENTA QUE MAPEA LA CUENTA DE PERDIDA POR CONTRACARGOS.
006742 77  VTA-TIER-CCARGO                 PIC 9(02) VALUE 97.
006757
006771 01  VTA-CANT-PERDIDOS               PIC 9(07) COMP VALUE ZERO.
006785 01  VTA-TOT-PERDIDOS                PIC 9(09)V9(02) VALUE ZERO.
006786
006787*TIER DE GLCUENTA QUE MAPEA LAS CUENTAS DE SENAS: LA DE DESCUENTO
006788*ES EL PASIVO POR SENAS RECIBIDAS Y LA DE COBRADO LA DE OTROS
006789*INGRESOS QUE RECIBE LAS SENAS PERDIDAS.
006790 77  VTA-TIER-SENA                   PIC 9(02) VALUE 96.
006791
006792*TOTALES DE SENAS DE LA FECHA DE NEGOCIO POR TIPO DE MOVIMIENTO.
006793 01  VTA-TOTALES-SENA.
006794     05  VTA-SENA-COBRADAS           PIC 9(09)V9(02) VALUE ZERO.
006795     05  VTA-SENA-APLICADAS          PIC 9(09)V9(02) VALUE ZERO.
006796     05  VTA-SENA-DEVUELTAS          PIC 9(09)V9(02) VALUE ZERO.
006797     05  VTA-SENA-PERDIDAS           PIC 9(09)V9(02) VALUE ZERO.
006798     05  VTA-SENA-CANT               PIC 9(07) COMP VALUE ZERO.
006803
006808*TIER DE ORIGEN CON QUE SALEN LOS GASTOS DE CAJA CHICA. NO FIGURA
006813*EN GLCUENTA: LA CUENTA SALE DE LA CATEGORIA EN CATGASTO.
006818 77  VTA-TIER-GASTO-CAJA             PIC 9(02) VALUE 95.
006823
006828*CATEGORIAS DE GASTO DE CATGASTO CON EL TOTAL DE GASTOS DE CAJA
006833*CHICA DE LA FECHA DE NEGOCIO DE CADA UNA.
006838 01  VTA-TABLA-CATEGORIAS.
006843     05  VTA-CAT-CANT                PIC 9(03) COMP VALUE ZERO.
006849     05  VTA-CAT-ENTRADA OCCURS 50 TIMES
006854                         INDEXED BY VTA-CAT-IDX.
006859         10  VTA-CAT-CODIGO          PIC X(02).
006864         10  VTA-CAT-CUENTA          PIC X(10).
006869         10  VTA-CAT-TOTAL           PIC 9(09)V9(02).
006874
006879 01  VTA-CAT-FOUND-NDX               PIC 9(03) COMP VALUE ZERO.
006884
006889 01  VTA-GASTO-CANT                  PIC 9(07) COMP VALUE ZERO.
006894
006901*TIER DE GLCUENTA QUE MAPEA EL PASIVO POR PERCEPCIONES DE INGRESOS
006909*BRUTOS (SU CUENTA DE DESCUENTO).
006916 77  VTA-TIER-PERC                   PIC 9(02) VALUE 94.
006924
006931*PERCEPCIONES DE INGRESOS BRUTOS DE LA FECHA DE NEGOCIO: LAS
006939*COBRADAS EN LAS VENTAS Y LAS DEVUELTAS POR LAS DEVOLUCIONES Y LOS
006947*REVERSOS (AMBAS EN POSITIVO).
006954 01  VTA-TOTALES-PERC.
006962     05  VTA-PERC-COBRADAS           PIC 9(09)V9(02) VALUE ZERO.
006969     05  VTA-PERC-DEVUELTAS          PIC 9(09)V9(02) VALUE ZERO.
006977     05  VTA-PERC-CANT               PIC 9(07) COMP VALUE ZERO.
006984
006992*TABLA DE CUENTAS CONTABLES CARGADA EN MEMORIA A PARTIR DE
007000*GL-CUENTAS-FILE.
007100 01  VTA-TABLA-CUENTAS.
007200     05  VTA-GLCTA-CANT              PIC 9(02) COMP VALUE ZERO.
008400
008500     PERFORM 2000-PROCESAR-TOTAL THRU 2000-EXIT
008600         UNTIL VTA-FIN-ARCHIVO.
008633
008666     PERFORM 3000-PROCESAR-CONTRACARGOS THRU 3000-EXIT.
008677
008688     PERFORM 4000-PROCESAR-SENAS THRU 4000-EXIT.
008692
008696     PERFORM 5000-PROCESAR-GASTOS-CAJA THRU 5000-EXIT.
008697
008698     PERFORM 6000-PROCESAR-PERCEPCIONES THRU 6000-EXIT.
008700
008800     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
008900
023300 2300-EXIT.
023400     EXIT.
023500
023501******************************************************************
023502*3000-PROCESAR-CONTRACARGOS: SUMA LOS CASOS DE CONTRACARGO QUE
023504*TESORERIA DIO POR PERDIDOS EN LA FECHA DE NEGOCIO Y GRABA UN
023505*MOVIMIENTO "X" POR EL TOTAL A LA CUENTA DE PERDIDA DEL TIER 97.
023507*SIN ARCHIVO DE CASOS O SIN CASOS PERDIDOS NO SE GRABA NADA. SIN
023508*CUENTA MAPEADA SE AVISA Y EL RETURN-CODE QUEDA EN 4, COMO CON UN
023510*TRAMO SIN CUENTA.
023511******************************************************************
023513 3000-PROCESAR-CONTRACARGOS.
023514
023515     OPEN INPUT CASO-CCARGO-FILE.
023517     IF NOT VTA-CCS-OK
023518         GO TO 3000-EXIT
023520     END-IF.
023521
023523     PERFORM 3100-LEER-CASO THRU 3100-EXIT
023524         UNTIL VTA-FIN-CASOS.
023526
023527     CLOSE CASO-CCARGO-FILE.
023528
023530     IF VTA-CANT-PERDIDOS = ZERO
023531         GO TO 3000-EXIT
023533     END-IF.
023534
023536     MOVE VTA-TIER-CCARGO TO VTA-CT-TIER.
023537     PERFORM 2100-BUSCAR-CUENTA THRU 2100-EXIT.
023539
023540     IF NOT VTA-CUENTA-ENCONTRADA
023542         DISPLAY "VTA0300 - CUENTA CONTABLE NO ENCONTRADA "
023543                 "PARA CONTRACARGOS PERDIDOS (TIER: "
023544                 VTA-TIER-CCARGO ")"
023546         MOVE 4 TO RETURN-CODE
023547         GO TO 3000-EXIT
023549     END-IF.
023550
023552     MOVE SPACES                TO VTA-GL-EXTRACT-RECORD.
023553     MOVE VTA-FECHA-HOY         TO VTA-GLE-FECHA.
023555     MOVE VTA-TAB-GLC-CTA-DESC (VTA-GLCTA-FOUND-NDX)
023556                                TO VTA-GLE-CUENTA.
023557     SET VTA-GLE-PERDIDA-CCARGO TO TRUE.
023559     MOVE VTA-TIER-CCARGO       TO VTA-GLE-TIER-ORIGEN.
023560     MOVE VTA-TOT-PERDIDOS      TO VTA-GLE-IMPORTE.
023562
023563     WRITE VTA-GL-EXTRACT-RECORD.
023565
023566     DISPLAY "VTA0300 - CONTRACARGOS PERDIDOS EN EL DIA: "
023568             VTA-CANT-PERDIDOS.
023569
023571 3000-EXIT.
023572     EXIT.
023573
023575 3100-LEER-CASO.
023576
023578     READ CASO-CCARGO-FILE
023579         AT END
023581             SET VTA-FIN-CASOS TO TRUE
023582             GO TO 3100-EXIT
023584     END-READ.
023585
023586     IF VTA-CCS-PERDIDO
023588        AND VTA-CCS-FECHA-RESOL = VTA-FECHA-NEGOCIO
023589         ADD 1               TO VTA-CANT-PERDIDOS
023591         ADD VTA-CCS-IMPORTE TO VTA-TOT-PERDIDOS
023592     END-IF.
023594
023595 3100-EXIT.
023597     EXIT.
023598
023599******************************************************************
023601*4000-PROCESAR-SENAS: SUMA POR TIPO LOS MOVIMIENTOS DE SENAS DE
023603*PEDIDOS ESPECIALES DE LA FECHA DE NEGOCIO Y GRABA UN MOVIMIENTO
023604*POR CADA TIPO CON IMPORTE: "S" COBRADAS, "A" APLICADAS A VENTAS
023606*Y "R" DEVUELTAS A LA CUENTA DE PASIVO DEL TIER 96, Y "F" PERDIDAS
023608*A SU CUENTA DE OTROS INGRESOS. SIN ARCHIVO O SIN MOVIMIENTOS NO
023609*SE GRABA NADA; SIN CUENTA MAPEADA SE AVISA CON RETURN-CODE 4.
023611******************************************************************
023613 4000-PROCESAR-SENAS.
023614
023616     OPEN INPUT SENA-MOV-FILE.
023618     IF NOT VTA-SENAMV-OK
023619         GO TO 4000-EXIT
023621     END-IF.
023623
023624     PERFORM 4100-LEER-SENA THRU 4100-EXIT
023626         UNTIL VTA-FIN-SENAS.
023628
023629     CLOSE SENA-MOV-FILE.
023631
023633     IF VTA-SENA-CANT = ZERO
023635         GO TO 4000-EXIT
023636     END-IF.
023638
023640     MOVE VTA-TIER-SENA TO VTA-CT-TIER.
023641     PERFORM 2100-BUSCAR-CUENTA THRU 2100-EXIT.
023643
023645     IF NOT VTA-CUENTA-ENCONTRADA
023646         DISPLAY "VTA0300 - CUENTA CONTABLE NO ENCONTRADA "
023648                 "PARA SENAS DE PEDIDOS (TIER: "
023650                 VTA-TIER-SENA ")"
023651         MOVE 4 TO RETURN-CODE
023653         GO TO 4000-EXIT
023655     END-IF.
023656
023658     IF VTA-SENA-COBRADAS > ZERO
023660         MOVE SPACES                TO VTA-GL-EXTRACT-RECORD
023661         MOVE VTA-TAB-GLC-CTA-DESC (VTA-GLCTA-FOUND-NDX)
023663                                    TO VTA-GLE-CUENTA
023665         SET VTA-GLE-SENA-COBRADA   TO TRUE
023667         MOVE VTA-SENA-COBRADAS     TO VTA-GLE-IMPORTE
023668         PERFORM 4200-GRABAR-SENA THRU 4200-EXIT
023670     END-IF.
023672
023673     IF VTA-SENA-APLICADAS > ZERO
023675         MOVE SPACES                TO VTA-GL-EXTRACT-RECORD
023677         MOVE VTA-TAB-GLC-CTA-DESC (VTA-GLCTA-FOUND-NDX)
023678                                    TO VTA-GLE-CUENTA
023680         SET VTA-GLE-SENA-APLICADA  TO TRUE
023682         MOVE VTA-SENA-APLICADAS    TO VTA-GLE-IMPORTE
023683         PERFORM 4200-GRABAR-SENA THRU 4200-EXIT
023685     END-IF.
023687
023688     IF VTA-SENA-DEVUELTAS > ZERO
023690         MOVE SPACES                TO VTA-GL-EXTRACT-RECORD
023692         MOVE VTA-TAB-GLC-CTA-DESC (VTA-GLCTA-FOUND-NDX)
023693                                    TO VTA-GLE-CUENTA
023695         SET VTA-GLE-SENA-DEVUELTA  TO TRUE
023697         MOVE VTA-SENA-DEVUELTAS    TO VTA-GLE-IMPORTE
023699         PERFORM 4200-GRABAR-SENA THRU 4200-EXIT
023700     END-IF.
023702
023704     IF VTA-SENA-PERDIDAS > ZERO
023705         MOVE SPACES                TO VTA-GL-EXTRACT-RECORD
023707         MOVE VTA-TAB-GLC-CTA-COBR (VTA-GLCTA-FOUND-NDX)
023709                                    TO VTA-GLE-CUENTA
023710         SET VTA-GLE-SENA-PERDIDA   TO TRUE
023712         MOVE VTA-SENA-PERDIDAS     TO VTA-GLE-IMPORTE
023714         PERFORM 4200-GRABAR-SENA THRU 4200-EXIT
023715     END-IF.
023717
023719     DISPLAY "VTA0300 - MOVIMIENTOS DE SENAS EN EL DIA: "
023720             VTA-SENA-CANT.
023722
023724 4000-EXIT.
023725     EXIT.
023727
023729 4100-LEER-SENA.
023730
023732     READ SENA-MOV-FILE
023734         AT END
023736             SET VTA-FIN-SENAS TO TRUE
023737             GO TO 4100-EXIT
023739     END-READ.
023741
023742     IF VTA-SNM-FECHA NOT = VTA-FECHA-NEGOCIO
023744         GO TO 4100-EXIT
023746     END-IF.
023747
023749     ADD 1 TO VTA-SENA-CANT.
023751
023752     EVALUATE TRUE
023754         WHEN VTA-SNM-COBRADA
023756             ADD VTA-SNM-IMPORTE TO VTA-SENA-COBRADAS
023757         WHEN VTA-SNM-APLICADA
023759             ADD VTA-SNM-IMPORTE TO VTA-SENA-APLICADAS
023761         WHEN VTA-SNM-DEVUELTA
023762             ADD VTA-SNM-IMPORTE TO VTA-SENA-DEVUELTAS
023764         WHEN VTA-SNM-PERDIDA
023766             ADD VTA-SNM-IMPORTE TO VTA-SENA-PERDIDAS
023768     END-EVALUATE.
023769
023771 4100-EXIT.
023773     EXIT.
023774
023776*4200-GRABAR-SENA: COMPLETA Y GRABA EL MOVIMIENTO DE SENAS CUYA
023778*CUENTA, CONCEPTO E IMPORTE YA CARGO 4000-PROCESAR-SENAS.
023779 4200-GRABAR-SENA.
023781
023783     MOVE VTA-FECHA-HOY         TO VTA-GLE-FECHA.
023784     MOVE VTA-TIER-SENA         TO VTA-GLE-TIER-ORIGEN.
023786
023788     WRITE VTA-GL-EXTRACT-RECORD.
023789
023791 4200-EXIT.
023793     EXIT.
023794
023795******************************************************************
023796*5000-PROCESAR-GASTOS-CAJA: SUMA POR CATEGORIA LOS GASTOS DE CAJA
023798*CHICA DE LA FECHA DE NEGOCIO (DIARIO CAJAMOV) Y GRABA UN
023799*MOVIMIENTO "G" POR CADA CATEGORIA CON IMPORTE A SU CUENTA DE
023801*CATGASTO. LAS SANGRIAS NO SE POSTEAN: SOLO PASAN EL EFECTIVO DEL
023802*CAJON A LA CAJA FUERTE. SIN DIARIO O SIN GASTOS NO SE GRABA NADA.
023803*UN GASTO DE UNA CATEGORIA QUE NO ESTA EN CATGASTO, O UNA
023805*CATEGORIA SIN CUENTA, NO SE POSTEA: SE AVISA Y EL RETURN-CODE
023806*QUEDA EN 4, COMO CON UN TRAMO SIN CUENTA.
023808******************************************************************
023809 5000-PROCESAR-GASTOS-CAJA.
023811
023812     OPEN INPUT CAT-GASTO-FILE.
023813     IF VTA-CATGAS-OK
023815         PERFORM 5100-CARGAR-CATEGORIA THRU 5100-EXIT
023816             UNTIL VTA-FIN-CATEGORIAS
023818         CLOSE CAT-GASTO-FILE
023819     END-IF.
023820
023822     OPEN INPUT CAJA-MOV-FILE.
023823     IF NOT VTA-CAJAMV-OK
023825         GO TO 5000-EXIT
023826     END-IF.
023828
023829     PERFORM 5200-LEER-MOV-CAJA THRU 5200-EXIT
023830         UNTIL VTA-FIN-MOVCAJA.
023832
023833     CLOSE CAJA-MOV-FILE.
023835
023836     IF VTA-GASTO-CANT = ZERO
023838         GO TO 5000-EXIT
023839     END-IF.
023840
023842     PERFORM 5400-GRABAR-GASTO THRU 5400-EXIT
023843         VARYING VTA-CAT-IDX FROM 1 BY 1
023845         UNTIL VTA-CAT-IDX > VTA-CAT-CANT.
023846
023847     DISPLAY "VTA0300 - GASTOS DE CAJA CHICA EN EL DIA: "
023849             VTA-GASTO-CANT.
023850
023852 5000-EXIT.
023853     EXIT.
023855
023856 5100-CARGAR-CATEGORIA.
023857
023859     READ CAT-GASTO-FILE
023860         AT END
023862             SET VTA-FIN-CATEGORIAS TO TRUE
023863             GO TO 5100-EXIT
023865     END-READ.
023866
023867     IF VTA-CAT-CANT >= 50
023869         DISPLAY "VTA0300 - TABLA DE CATEGORIAS DE GASTO LLENA "
023870                 "(MAXIMO 50). AGRANDAR LA TABLA."
023872         MOVE 8 TO RETURN-CODE
023873         STOP RUN
023874     END-IF.
023876
023877     ADD 1 TO VTA-CAT-CANT.
023879     SET VTA-CAT-IDX TO VTA-CAT-CANT.
023880     MOVE VTA-CGA-CODIGO TO VTA-CAT-CODIGO (VTA-CAT-IDX).
023882     MOVE VTA-CGA-CUENTA TO VTA-CAT-CUENTA (VTA-CAT-IDX).
023883     MOVE ZERO           TO VTA-CAT-TOTAL (VTA-CAT-IDX).
023884
023886 5100-EXIT.
023887     EXIT.
023889
023890 5200-LEER-MOV-CAJA.
023892
023893     READ CAJA-MOV-FILE
023894         AT END
023896             SET VTA-FIN-MOVCAJA TO TRUE
023897             GO TO 5200-EXIT
023899     END-READ.
023900
023901     IF NOT VTA-MCJ-GASTO
023903        OR VTA-MCJ-FECHA NOT = VTA-FECHA-NEGOCIO
023904         GO TO 5200-EXIT
023906     END-IF.
023907
023909     ADD 1 TO VTA-GASTO-CANT.
023910
023911     MOVE "N" TO VTA-SW-CAT-HALLADA.
023913     PERFORM 5300-COMPARAR-CATEGORIA THRU 5300-EXIT
023914         VARYING VTA-CAT-IDX FROM 1 BY 1
023916         UNTIL VTA-CAT-IDX > VTA-CAT-CANT
023917            OR VTA-CAT-HALLADA.
023919
023920     IF NOT VTA-CAT-HALLADA
023921         DISPLAY "VTA0300 - CATEGORIA DE GASTO NO ENCONTRADA "
023923                 "EN CATGASTO: " VTA-MCJ-CATEGORIA
023924                 " COMPROBANTE: " VTA-MCJ-DOCUMENTO
023926         MOVE 4 TO RETURN-CODE
023927         GO TO 5200-EXIT
023928     END-IF.
023930
023931     ADD VTA-MCJ-IMPORTE TO VTA-CAT-TOTAL (VTA-CAT-FOUND-NDX).
023933
023934 5200-EXIT.
023936     EXIT.
023937
023938 5300-COMPARAR-CATEGORIA.
023940
023941     IF VTA-MCJ-CATEGORIA = VTA-CAT-CODIGO (VTA-CAT-IDX)
023943         SET VTA-CAT-FOUND-NDX TO VTA-CAT-IDX
023944         SET VTA-CAT-HALLADA TO TRUE
023946     END-IF.
023947
023948 5300-EXIT.
023950     EXIT.
023951
023953 5400-GRABAR-GASTO.
023954
023955     IF VTA-CAT-TOTAL (VTA-CAT-IDX) = ZERO
023957         GO TO 5400-EXIT
023958     END-IF.
023960
023961     IF VTA-CAT-CUENTA (VTA-CAT-IDX) = SPACES
023963         DISPLAY "VTA0300 - CUENTA CONTABLE NO ENCONTRADA "
023964                 "PARA LA CATEGORIA DE GASTO: "
023965                 VTA-CAT-CODIGO (VTA-CAT-IDX)
023967         MOVE 4 TO RETURN-CODE
023968         GO TO 5400-EXIT
023970     END-IF.
023971
023973     MOVE SPACES                TO VTA-GL-EXTRACT-RECORD.
023974     MOVE VTA-FECHA-HOY         TO VTA-GLE-FECHA.
023975     MOVE VTA-CAT-CUENTA (VTA-CAT-IDX)
023977                                TO VTA-GLE-CUENTA.
023978     SET VTA-GLE-GASTO-CAJA     TO TRUE.
023980     MOVE VTA-TIER-GASTO-CAJA   TO VTA-GLE-TIER-ORIGEN.
023981     MOVE VTA-CAT-TOTAL (VTA-CAT-IDX)
023982                                TO VTA-GLE-IMPORTE.
023984     MOVE VTA-CAT-CODIGO (VTA-CAT-IDX)
023985                                TO VTA-GLE-CATEGORIA.
023987
023988     WRITE VTA-GL-EXTRACT-RECORD.
023990
023991 5400-EXIT.
023992     EXIT.
023993
023995******************************************************************
023997*6000-PROCESAR-PERCEPCIONES: SUMA LAS PERCEPCIONES DE INGRESOS
023999*BRUTOS DE LOS REGISTROS DEL LOG DE AUDITORIA DE LA FECHA DE
024001*NEGOCIO (VENTAS EN POSITIVO, DEVOLUCIONES Y REVERSOS EN NEGATIVO)
024003*Y GRABA UN MOVIMIENTO "P" POR LAS COBRADAS Y UNO "Q" POR LAS
024005*DEVUELTAS A LA CUENTA DE PASIVO DEL TIER 94. UN REGISTRO GRABADO
024006*ANTES DE LAS PERCEPCIONES (CAMPO EN BLANCO) NO SUMA. SIN
024008*PERCEPCIONES NO SE GRABA NADA; SIN CUENTA MAPEADA SE AVISA CON
024010*RETURN-CODE 4.
024012******************************************************************
024014 6000-PROCESAR-PERCEPCIONES.
024016
024018     OPEN INPUT AUDIT-LOG-FILE.
024020     IF NOT VTA-AUDIT-OK
024021         DISPLAY "VTA0300 - NO SE PUDO ABRIR AUDIT-LOG-FILE. "
024023                 "ESTADO: " VTA-AUDIT-STATUS
024025                 ". NO SE POSTEAN LAS PERCEPCIONES."
024027         MOVE 4 TO RETURN-CODE
024029         GO TO 6000-EXIT
024031     END-IF.
024033
024035     PERFORM 6100-LEER-AUDITORIA THRU 6100-EXIT
024036         UNTIL VTA-FIN-AUDITORIA.
024038
024040     CLOSE AUDIT-LOG-FILE.
024042
024044     IF VTA-PERC-CANT = ZERO
024046         GO TO 6000-EXIT
024048     END-IF.
024050
024051     MOVE VTA-TIER-PERC TO VTA-CT-TIER.
024053     PERFORM 2100-BUSCAR-CUENTA THRU 2100-EXIT.
024055
024057     IF NOT VTA-CUENTA-ENCONTRADA
024059         DISPLAY "VTA0300 - CUENTA CONTABLE NO ENCONTRADA "
024061                 "PARA PERCEPCIONES DE IIBB (TIER: "
024063                 VTA-TIER-PERC ")"
024065         MOVE 4 TO RETURN-CODE
024066         GO TO 6000-EXIT
024068     END-IF.
024070
024072     IF VTA-PERC-COBRADAS > ZERO
024074         MOVE SPACES                TO VTA-GL-EXTRACT-RECORD
024076         SET VTA-GLE-PERC-COBRADA   TO TRUE
024078         MOVE VTA-PERC-COBRADAS     TO VTA-GLE-IMPORTE
024080         PERFORM 6200-GRABAR-PERCEPCION THRU 6200-EXIT
024081     END-IF.
024083
024085     IF VTA-PERC-DEVUELTAS > ZERO
024087         MOVE SPACES                TO VTA-GL-EXTRACT-RECORD
024089         SET VTA-GLE-PERC-DEVUELTA  TO TRUE
024091         MOVE VTA-PERC-DEVUELTAS    TO VTA-GLE-IMPORTE
024093         PERFORM 6200-GRABAR-PERCEPCION THRU 6200-EXIT
024095     END-IF.
024096
024098     DISPLAY "VTA0300 - VENTAS CON PERCEPCION DE IIBB EN EL DIA: "
024100             VTA-PERC-CANT.
024102
024104 6000-EXIT.
024106     EXIT.
024108
024110 6100-LEER-AUDITORIA.
024111
024113     READ AUDIT-LOG-FILE
024115         AT END
024117             SET VTA-FIN-AUDITORIA TO TRUE
024119             GO TO 6100-EXIT
024121     END-READ.
024123
024125     IF VTA-AUD-FECHA NOT = VTA-FECHA-NEGOCIO
024126        OR VTA-AUD-PERC-IIBB NOT NUMERIC
024128         GO TO 6100-EXIT
024130     END-IF.
024132
024134     IF VTA-AUD-PERC-IIBB = ZERO
024136         GO TO 6100-EXIT
024138     END-IF.
024140
024141     ADD 1 TO VTA-PERC-CANT.
024143
024145     IF VTA-AUD-PERC-IIBB > ZERO
024147         ADD VTA-AUD-PERC-IIBB TO VTA-PERC-COBRADAS
024149     ELSE
024151         SUBTRACT VTA-AUD-PERC-IIBB FROM VTA-PERC-DEVUELTAS
024153     END-IF.
024155
024156 6100-EXIT.
024158     EXIT.
024160
024162*6200-GRABAR-PERCEPCION: COMPLETA Y GRABA EL MOVIMIENTO DE
024164*PERCEPCIONES CUYO CONCEPTO E IMPORTE YA CARGO
024166*6000-PROCESAR-PERCEPCIONES.
024168 6200-GRABAR-PERCEPCION.
024170
024171     MOVE VTA-FECHA-HOY         TO VTA-GLE-FECHA.
024173     MOVE VTA-TAB-GLC-CTA-DESC (VTA-GLCTA-FOUND-NDX)
024175                                TO VTA-GLE-CUENTA.
024177     MOVE VTA-TIER-PERC         TO VTA-GLE-TIER-ORIGEN.
024179
024181     WRITE VTA-GL-EXTRACT-RECORD.
024183
024185 6200-EXIT.
024186     EXIT.
024188 9000-FINALIZAR.
024190
024192     CLOSE CONTROL-TOTALES-FILE.
024194     CLOSE GL-CUENTAS-FILE.
024196     CLOSE GL-EXTRACT-FILE.
024198
024200 9000-EXIT.
024300     EXIT.
024400

001100*     DELIBERADAMENTE DEJA FUERA DEL DESGLOSE POR TRAMO; SE
001200*     RECALCULAN AQUI DESDE EL AUDIT-LOG COMPLETO).
001300*  4. CADA MOVIMIENTO DEL EXTRACTO CONTABLE (GLEXTRAC) IGUALA
001400*     SU TOTAL DE ORIGEN EN CTRLTOT (EL MOVIMIENTO "X" DE
001433*     CONTRACARGOS PERDIDOS, EL TOTAL DE LOS CASOS PERDIDOS EN LA
001466*     FECHA DE NEGOCIO SEGUN CONTRCAS).
001474*     LOS MOVIMIENTOS "S", "A", "R" Y "F" DE SENAS SE CRUZAN
001483*     CONTRA LOS TOTALES POR TIPO DEL DIARIO DE SENAS (SENAMOV)
001491*     DE LA FECHA DE NEGOCIO.
001493*     CADA MOVIMIENTO "G" DE GASTOS DE CAJA CHICA SE CRUZA CONTRA
001495*     EL TOTAL DE SU CATEGORIA EN EL DIARIO DE MOVIMIENTOS DE CAJA
001497*     (CAJAMOV) DE LA FECHA DE NEGOCIO.
001517*     LOS MOVIMIENTOS "P" Y "Q" DE PERCEPCIONES DE INGRESOS BRUTOS
001538*     SE CRUZAN CONTRA LAS PERCEPCIONES COBRADAS Y DEVUELTAS DEL
001558*     LOG DE AUDITORIA DE LA FECHA DE NEGOCIO.
001579*SI ALGO NO BALANCEA, EL PASO TERMINA CON RETURN-CODE 8 PARA QUE
001600*LOS OPERADORES LO VEAN ANTES DE LA CORRIDA BANCARIA.
001700******************************************************************
001800*MODIFICACIONES:
001986*               LA CONSUME SOLA Y LE GRABA SU EXCEPCION, Y SIN
001987*               CONTARLA EL BALANCEO DABA RC=8 POR UN CASO QUE
001988*               EL CALCULO MANEJA POR DISENIO.
001991*2026-10-15 NF  EL MOVIMIENTO "X" DEL EXTRACTO (PERDIDA POR
001994*               CONTRACARGOS) SE CRUZA CONTRA LOS CASOS
001997*               PERDIDOS EN LA FECHA DE NEGOCIO (CONTRCAS).
002017*2026-10-15 NF  LOS MOVIMIENTOS DE SENAS DE PEDIDOS ESPECIALES DEL
002038*               EXTRACTO SE CRUZAN CONTRA EL DIARIO DE SENAS DE
002058*               LA FECHA DE NEGOCIO (SENAMOV).
002063*2026-10-15 NF  LOS MOVIMIENTOS "G" DE GASTOS DE CAJA CHICA DEL
002068*               EXTRACTO SE CRUZAN POR CATEGORIA CONTRA EL DIARIO
002073*               DE MOVIMIENTOS DE CAJA DE LA FECHA (CAJAMOV).
002074*2026-10-15 NF  LOS MOVIMIENTOS "P" Y "Q" DE PERCEPCIONES DE
002076*               INGRESOS BRUTOS DEL EXTRACTO SE CRUZAN CONTRA EL
002077*               LOG DE AUDITORIA DE LA FECHA DE NEGOCIO.
002079******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. VTA2100.
002300 AUTHOR. N. FEDIUK.
005410     SELECT OPTIONAL FECHA-PARM-FILE ASSIGN TO "FECHAPRM"
005420         ORGANIZATION IS SEQUENTIAL
005430         FILE STATUS IS VTA-FPRM-STATUS.
005431
005432     SELECT OPTIONAL CASO-CCARGO-FILE ASSIGN TO "CONTRCAS"
005434         ORGANIZATION IS INDEXED
005435         ACCESS MODE IS SEQUENTIAL
005437         RECORD KEY IS VTA-CCS-KEY
005438         FILE STATUS IS VTA-CCS-STATUS.
005440
005452     SELECT OPTIONAL SENA-MOV-FILE ASSIGN TO "SENAMOV"
005464         ORGANIZATION IS SEQUENTIAL
005476         FILE STATUS IS VTA-SENAMV-STATUS.
005488
005490     SELECT OPTIONAL CAJA-MOV-FILE ASSIGN TO "CAJAMOV"
005492         ORGANIZATION IS SEQUENTIAL
005495         FILE STATUS IS VTA-CAJAMV-STATUS.
005497
005500     SELECT BALANCE-REPORT-FILE ASSIGN TO "BALANRPT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS VTA-REPORT-STATUS.
008430 01  VTA-FECHA-PARM-RECORD.
008440     05  VTA-FPRM-FECHA              PIC 9(08).
008450     05  FILLER                      PIC X(72).
008452
008454 FD  CASO-CCARGO-FILE
008456     RECORDING MODE IS F.
008458     COPY VTACCAS.
008465
008472 FD  SENA-MOV-FILE
008479     RECORDING MODE IS F.
008486     COPY VTASENA.
008493
008494 FD  CAJA-MOV-FILE
008495     RECORDING MODE IS F.
008497     COPY VTAMCAJ.
008498
008500 FD  BALANCE-REPORT-FILE.
008600 01  VTA-REPORT-LINE                 PIC X(80).
008700
011510
011520 01  VTA-FPRM-STATUS                 PIC X(02).
011530     88  VTA-FPRM-OK                 VALUE "00".
011547
011565 01  VTA-CCS-STATUS                  PIC X(02).
011582     88  VTA-CCS-OK                  VALUE "00".
011600
011625 01  VTA-SENAMV-STATUS               PIC X(02).
011650     88  VTA-SENAMV-OK               VALUE "00".
011675
011681 01  VTA-CAJAMV-STATUS               PIC X(02).
011687     88  VTA-CAJAMV-OK               VALUE "00".
011693
011700 01  VTA-SWITCHES.
011800     05  VTA-SW-FIN-ARCHIVO          PIC X(01) VALUE "N".
011900         88  VTA-FIN-ARCHIVO         VALUE "S".
012000     05  VTA-SW-DESBALANCE           PIC X(01) VALUE "N".
012100         88  VTA-HAY-DESBALANCE      VALUE "S".
012133     05  VTA-SW-CAT-HALLADA          PIC X(01) VALUE "N".
012166         88  VTA-CAT-HALLADA         VALUE "S".
012200
012210*SEGUIMIENTO DEL TICKET EN CURSO DEL CONTEO DE SALESTRN: UNA
012220*LINEA "D" SOLO ES PARTE DE UN TICKET SI SIGUE A UNA CABECERA
013500     05  VTA-SUMA-TRAMO-DESC         PIC S9(09)V9(02) VALUE ZERO.
013600     05  VTA-OVR-CANT-NETA           PIC S9(09) VALUE ZERO.
013700     05  VTA-OVR-DESC-NETA           PIC S9(09)V9(02) VALUE ZERO.
013750     05  VTA-CCS-PERDIDOS            PIC S9(09)V9(02) VALUE ZERO.
013760     05  VTA-SENA-COBRADAS           PIC S9(09)V9(02) VALUE ZERO.
013770     05  VTA-SENA-APLICADAS          PIC S9(09)V9(02) VALUE ZERO.
013780     05  VTA-SENA-DEVUELTAS          PIC S9(09)V9(02) VALUE ZERO.
013790     05  VTA-SENA-PERDIDAS           PIC S9(09)V9(02) VALUE ZERO.
013793     05  VTA-PERC-COBRADAS           PIC S9(09)V9(02) VALUE ZERO.
013796     05  VTA-PERC-DEVUELTAS          PIC S9(09)V9(02) VALUE ZERO.
013800
013900*TOTALES DE CONTROL POR TRAMO LEIDOS DE CTRLTOT, PARA CRUZAR
014000*CONTRA EL EXTRACTO CONTABLE.
014300                         INDEXED BY VTA-CTL-IDX.
014400         10  VTA-CTL-DESC            PIC S9(09)V9(02) VALUE ZERO.
014500
014507*GASTOS DE CAJA CHICA DE LA FECHA DE NEGOCIO POR CATEGORIA, LEIDOS
014515*DE CAJAMOV, PARA CRUZAR CONTRA LOS MOVIMIENTOS "G" DEL EXTRACTO.
014523 01  VTA-TABLA-GASTOS.
014530     05  VTA-GTO-CANT                PIC 9(03) COMP VALUE ZERO.
014538     05  VTA-GTO-ENTRADA OCCURS 50 TIMES
014546                         INDEXED BY VTA-GTO-IDX.
014553         10  VTA-GTO-CATEGORIA       PIC X(02).
014561         10  VTA-GTO-TOTAL           PIC S9(09)V9(02).
014569
014576 01  VTA-GTO-FOUND-NDX               PIC 9(03) COMP VALUE ZERO.
014584 01  VTA-CAT-BUSCADA                 PIC X(02).
014592
014600 01  VTA-COMPARADO-A                 PIC S9(09)V9(02).
014700 01  VTA-COMPARADO-B                 PIC S9(09)V9(02).
014800
016900     PERFORM 2200-RELEVAR-EXCEPTVT THRU 2200-EXIT.
017000     PERFORM 2300-RELEVAR-AUDITORIA THRU 2300-EXIT.
017100     PERFORM 2400-RELEVAR-CTRLTOT THRU 2400-EXIT.
017150     PERFORM 2500-RELEVAR-CONTRACARGOS THRU 2500-EXIT.
017175     PERFORM 2600-RELEVAR-SENAS THRU 2600-EXIT.
017187     PERFORM 2700-RELEVAR-GASTOS-CAJA THRU 2700-EXIT.
017200
017300     PERFORM 3000-CHEQUEAR-CUADRATURA THRU 3000-EXIT.
017400
031800             IF VTA-AUD-REVERSO AND VTA-AUD-ORIG-FUE-OVERRIDE
031900                 SUBTRACT 1 FROM VTA-OVR-CANT-NETA
032000                 ADD VTA-AUD-DESCUENTO TO VTA-OVR-DESC-NETA
032008             END-IF
032016*PERCEPCIONES DE INGRESOS BRUTOS DEL DIA, ORIGEN DE LOS
032025*MOVIMIENTOS "P" (VENTAS) Y "Q" (DEVOLUCIONES Y REVERSOS).
032033             IF VTA-AUD-FECHA = VTA-FECHA-PROCESO
032041                AND VTA-AUD-PERC-IIBB NUMERIC
032050                 IF VTA-AUD-PERC-IIBB > ZERO
032058                     ADD VTA-AUD-PERC-IIBB TO VTA-PERC-COBRADAS
032066                 ELSE
032075                     SUBTRACT VTA-AUD-PERC-IIBB
032083                         FROM VTA-PERC-DEVUELTAS
032091                 END-IF
032100             END-IF
032200     END-READ.
032300
042300 3100-EXIT.
042400     EXIT.
042500
042502******************************************************************
042505*2500-RELEVAR-CONTRACARGOS: SUMA LOS CASOS DE CONTRACARGO
042507*PERDIDOS EN LA FECHA DE NEGOCIO, EL ORIGEN DEL MOVIMIENTO "X"
042510*DEL EXTRACTO. SIN ARCHIVO DE CASOS LA SUMA QUEDA EN CERO.
042513******************************************************************
042515 2500-RELEVAR-CONTRACARGOS.
042518
042521     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
042523     OPEN INPUT CASO-CCARGO-FILE.
042526     IF NOT VTA-CCS-OK
042528         GO TO 2500-EXIT
042531     END-IF.
042534
042536     PERFORM 2510-ACUMULAR-CASO THRU 2510-EXIT
042539         UNTIL VTA-FIN-ARCHIVO.
042542
042544     CLOSE CASO-CCARGO-FILE.
042547
042550 2500-EXIT.
042552     EXIT.
042555
042557 2510-ACUMULAR-CASO.
042560
042563     READ CASO-CCARGO-FILE
042565         AT END
042568             SET VTA-FIN-ARCHIVO TO TRUE
042571             GO TO 2510-EXIT
042573     END-READ.
042576
042578     IF VTA-CCS-PERDIDO
042581        AND VTA-CCS-FECHA-RESOL = VTA-FECHA-PROCESO
042584         ADD VTA-CCS-IMPORTE TO VTA-CCS-PERDIDOS
042586     END-IF.
042589
042592 2510-EXIT.
042594     EXIT.
042597
042600******************************************************************
042602*2600-RELEVAR-SENAS: SUMA POR TIPO LOS MOVIMIENTOS DEL DIARIO DE
042604*SENAS DE LA FECHA DE NEGOCIO, EL ORIGEN DE LOS MOVIMIENTOS "S",
042606*"A", "R" Y "F" DEL EXTRACTO. SIN ARCHIVO LAS SUMAS QUEDAN EN
042608*CERO.
042610******************************************************************
042612 2600-RELEVAR-SENAS.
042614
042616     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
042618     OPEN INPUT SENA-MOV-FILE.
042620     IF NOT VTA-SENAMV-OK
042622         GO TO 2600-EXIT
042624     END-IF.
042626
042628     PERFORM 2610-ACUMULAR-SENA THRU 2610-EXIT
042630         UNTIL VTA-FIN-ARCHIVO.
042632
042634     CLOSE SENA-MOV-FILE.
042636
042638 2600-EXIT.
042640     EXIT.
042642
042644 2610-ACUMULAR-SENA.
042646
042648     READ SENA-MOV-FILE
042651         AT END
042653             SET VTA-FIN-ARCHIVO TO TRUE
042655             GO TO 2610-EXIT
042657     END-READ.
042659
042661     IF VTA-SNM-FECHA NOT = VTA-FECHA-PROCESO
042663         GO TO 2610-EXIT
042665     END-IF.
042667
042669     EVALUATE TRUE
042671         WHEN VTA-SNM-COBRADA
042673             ADD VTA-SNM-IMPORTE TO VTA-SENA-COBRADAS
042675         WHEN VTA-SNM-APLICADA
042677             ADD VTA-SNM-IMPORTE TO VTA-SENA-APLICADAS
042679         WHEN VTA-SNM-DEVUELTA
042681             ADD VTA-SNM-IMPORTE TO VTA-SENA-DEVUELTAS
042683         WHEN VTA-SNM-PERDIDA
042685             ADD VTA-SNM-IMPORTE TO VTA-SENA-PERDIDAS
042687     END-EVALUATE.
042689
042691 2610-EXIT.
042693     EXIT.
042695
042697******************************************************************
042698*2700-RELEVAR-GASTOS-CAJA: SUMA POR CATEGORIA LOS GASTOS DE CAJA
042699*CHICA DEL DIARIO DE MOVIMIENTOS DE CAJA DE LA FECHA DE NEGOCIO,
042700*EL ORIGEN DE LOS MOVIMIENTOS "G" DEL EXTRACTO. SIN ARCHIVO LA
042701*TABLA QUEDA VACIA.
042703******************************************************************
042704 2700-RELEVAR-GASTOS-CAJA.
042705
042706     MOVE "N" TO VTA-SW-FIN-ARCHIVO.
042708     OPEN INPUT CAJA-MOV-FILE.
042709     IF NOT VTA-CAJAMV-OK
042710         GO TO 2700-EXIT
042711     END-IF.
042713
042714     PERFORM 2710-ACUMULAR-GASTO THRU 2710-EXIT
042715         UNTIL VTA-FIN-ARCHIVO.
042716
042718     CLOSE CAJA-MOV-FILE.
042719
042720 2700-EXIT.
042721     EXIT.
042723
042724 2710-ACUMULAR-GASTO.
042725
042726     READ CAJA-MOV-FILE
042728         AT END
042729             SET VTA-FIN-ARCHIVO TO TRUE
042730             GO TO 2710-EXIT
042731     END-READ.
042732
042734     IF NOT VTA-MCJ-GASTO
042735        OR VTA-MCJ-FECHA NOT = VTA-FECHA-PROCESO
042736         GO TO 2710-EXIT
042737     END-IF.
042739
042740     MOVE VTA-MCJ-CATEGORIA TO VTA-CAT-BUSCADA.
042741     PERFORM 2720-BUSCAR-GASTO THRU 2720-EXIT.
042742
042744     IF NOT VTA-CAT-HALLADA
042745         IF VTA-GTO-CANT >= 50
042746             DISPLAY "VTA2100 - TABLA DE CATEGORIAS DE GASTO "
042749                     "LLENA (MAXIMO 50). AGRANDAR LA TABLA."
042750             MOVE 8 TO RETURN-CODE
042751             STOP RUN
042752         END-IF
042754         ADD 1 TO VTA-GTO-CANT
042755         MOVE VTA-GTO-CANT TO VTA-GTO-FOUND-NDX
042756         MOVE VTA-MCJ-CATEGORIA
042757                         TO VTA-GTO-CATEGORIA (VTA-GTO-FOUND-NDX)
042759         MOVE ZERO       TO VTA-GTO-TOTAL (VTA-GTO-FOUND-NDX)
042760     END-IF.
042761
042762     ADD VTA-MCJ-IMPORTE TO VTA-GTO-TOTAL (VTA-GTO-FOUND-NDX).
042764
042765 2710-EXIT.
042766     EXIT.
042767
042768*2720-BUSCAR-GASTO: UBICA EN LA TABLA DE GASTOS LA CATEGORIA
042770*VTA-CAT-BUSCADA Y DEJA SU POSICION EN VTA-GTO-FOUND-NDX.
042771 2720-BUSCAR-GASTO.
042772
042773     MOVE "N" TO VTA-SW-CAT-HALLADA.
042775
042776     PERFORM 2730-COMPARAR-GASTO THRU 2730-EXIT
042777         VARYING VTA-GTO-IDX FROM 1 BY 1
042778         UNTIL VTA-GTO-IDX > VTA-GTO-CANT
042780            OR VTA-CAT-HALLADA.
042781
042782 2720-EXIT.
042783     EXIT.
042785
042786 2730-COMPARAR-GASTO.
042787
042788     IF VTA-CAT-BUSCADA = VTA-GTO-CATEGORIA (VTA-GTO-IDX)
042790         SET VTA-GTO-FOUND-NDX TO VTA-GTO-IDX
042791         SET VTA-CAT-HALLADA TO TRUE
042792     END-IF.
042793
042795 2730-EXIT.
042796     EXIT.
042797******************************************************************
042798*4000-CHEQUEAR-EXTRACTO: CADA MOVIMIENTO DEL EXTRACTO CONTABLE
042800*DEBE IGUALAR SU TOTAL DE ORIGEN EN CTRLTOT (DESCUENTO DEL TRAMO
042900*O DEL GRAN TOTAL, O COBRADO DEL GRAN TOTAL).
043000******************************************************************
046300             MOVE VTA-CT99-DESC TO VTA-COMPARADO-B
046400         WHEN VTA-GLE-COBRADO AND VTA-GLE-TIER-ORIGEN = 99
046500             MOVE VTA-CT99-COBRADO TO VTA-COMPARADO-B
046533         WHEN VTA-GLE-PERDIDA-CCARGO
046566             MOVE VTA-CCS-PERDIDOS TO VTA-COMPARADO-B
046569         WHEN VTA-GLE-SENA-COBRADA
046573             MOVE VTA-SENA-COBRADAS TO VTA-COMPARADO-B
046577         WHEN VTA-GLE-SENA-APLICADA
046581             MOVE VTA-SENA-APLICADAS TO VTA-COMPARADO-B
046584         WHEN VTA-GLE-SENA-DEVUELTA
046588             MOVE VTA-SENA-DEVUELTAS TO VTA-COMPARADO-B
046592         WHEN VTA-GLE-SENA-PERDIDA
046596             MOVE VTA-SENA-PERDIDAS TO VTA-COMPARADO-B
046597         WHEN VTA-GLE-PERC-COBRADA
046599             MOVE VTA-PERC-COBRADAS TO VTA-COMPARADO-B
046601         WHEN VTA-GLE-PERC-DEVUELTA
046603             MOVE VTA-PERC-DEVUELTAS TO VTA-COMPARADO-B
046605         WHEN VTA-GLE-GASTO-CAJA
046614             MOVE VTA-GLE-CATEGORIA TO VTA-CAT-BUSCADA
046624             PERFORM 2720-BUSCAR-GASTO THRU 2720-EXIT
046633             IF VTA-CAT-HALLADA
046643                 MOVE VTA-GTO-TOTAL (VTA-GTO-FOUND-NDX)
046652                                    TO VTA-COMPARADO-B
046662             ELSE
046671                 MOVE -1 TO VTA-COMPARADO-B
046681             END-IF
046690         WHEN VTA-GLE-DESCUENTO
046700          AND VTA-GLE-TIER-ORIGEN >= 1
046800          AND VTA-GLE-TIER-ORIGEN <= 3
046900             SET VTA-CTL-IDX TO VTA-GLE-TIER-ORIGEN

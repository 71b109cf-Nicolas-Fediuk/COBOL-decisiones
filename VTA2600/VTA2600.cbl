000900*QUE EL REPORTE DE ANTIGUEDAD (VTA2700) ARMA LOS VENCIMIENTOS.
001000*UN PAGO DE UN CLIENTE SIN CUENTA SE APLICA IGUAL (CREA EL
001100*SALDO, QUE QUEDA ACREEDOR) Y SE AVISA POR SYSOUT.
001110*UN PAGO CON CHEQUE SE ACREDITA EN FORMA PROVISORIA (MOVIMIENTO
001120*TIPO "Q") Y EL CHEQUE QUEDA EN LA CARTERA (CHEQ-CART-FILE)
001130*HASTA SU FECHA DE COBRO; PASADA ESA FECHA SIN RECHAZO, LA
001140*MISMA CORRIDA LO DA POR ACREDITADO.
001200******************************************************************
001300*MODIFICACIONES:
001400*2026-08-22 NF  PROGRAMA ORIGINAL.
001522*               FECHAPRM EN LUGAR DEL RELOJ: UNA CADENA QUE
001531*               CRUZA LA MEDIANOCHE ESTAMPA Y REGISTRA EN EL
001540*               LOG DE CORRIDAS EL DIA DE NEGOCIO CORRECTO.
001543*2026-10-15 NF  CARTERA DE CHEQUES: EL PAGO CON CHEQUE SE DA DE
001546*               ALTA EN CHEQCART CON BANCO, NUMERO, LIBRADOR Y
001549*               FECHA DE COBRO Y SE ACREDITA COMO PROVISORIO
001550*               (TIPO "Q"). LOS CHEQUES CON FECHA DE COBRO
001551*               VENCIDA Y SIN RECHAZO PASAN A ACREDITADOS.
001552******************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. VTA2600.
004000     SELECT OPTIONAL CTA-MOV-FILE ASSIGN TO "CTAMOVS"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS VTA-MOV-STATUS.
004205
004210     SELECT CHEQ-CART-FILE ASSIGN TO "CHEQCART"
004213         ORGANIZATION IS INDEXED
004216         ACCESS MODE IS DYNAMIC
004219         RECORD KEY IS VTA-CHQ-KEY
004222         FILE STATUS IS VTA-CHQ-STATUS.
004231
004240     SELECT OPTIONAL FECHA-PARM-FILE ASSIGN TO "FECHAPRM"
004280         ORGANIZATION IS SEQUENTIAL
004320         FILE STATUS IS VTA-FPRM-STATUS.
005800 FD  CTA-MOV-FILE
005900     RECORDING MODE IS F.
006000     COPY VTACTMV.
006005
006010 FD  CHEQ-CART-FILE
006015     RECORDING MODE IS F.
006020     COPY VTACHEQ.
006024
006028 FD  FECHA-PARM-FILE
006056     RECORDING MODE IS F.
006084 01  VTA-FECHA-PARM-RECORD.
007600
007700 01  VTA-MOV-STATUS                  PIC X(02).
007800     88  VTA-MOV-OK                  VALUE "00".
007810
007820 01  VTA-CHQ-STATUS                  PIC X(02).
007830     88  VTA-CHQ-OK                  VALUE "00".
007900
008000 01  VTA-SWITCHES.
008100     05  VTA-SW-TOT-EOF              PIC X(01) VALUE "N".
008400         88  VTA-PAGO-FIN            VALUE "S".
008500     05  VTA-SW-SALDO-EXISTE         PIC X(01) VALUE "N".
008600         88  VTA-SALDO-EXISTE        VALUE "S".
008650     05  VTA-SW-FIN-CHEQUES          PIC X(01) VALUE "N".
008680         88  VTA-FIN-CHEQUES         VALUE "S".
008700
008800 01  VTA-FECHA-PROCESO               PIC 9(08).
008900
009000 01  VTA-CONTADORES.
009100     05  VTA-CANT-DEBITOS            PIC 9(07) COMP VALUE ZERO.
009200     05  VTA-CANT-CREDITOS           PIC 9(07) COMP VALUE ZERO.
009250     05  VTA-CANT-CHQ-CARTERA        PIC 9(07) COMP VALUE ZERO.
009280     05  VTA-CANT-CHQ-ACREDITADOS    PIC 9(07) COMP VALUE ZERO.
009300
009400 PROCEDURE DIVISION.
009500
010200
010300     PERFORM 3000-ACREDITAR-PAGO THRU 3000-EXIT
010400         UNTIL VTA-PAGO-FIN.
010450
010460     PERFORM 4000-CONFIRMAR-CHEQUES THRU 4000-EXIT.
010500
010600     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
010700
012500     OPEN INPUT PAGOS-CC-FILE.
012600     OPEN I-O CTA-SALDO-FILE.
012700     OPEN EXTEND CTA-MOV-FILE.
012710
012720     OPEN I-O CHEQ-CART-FILE.
012730     IF NOT VTA-CHQ-OK
012740         DISPLAY "VTA2600 - NO SE PUDO ABRIR LA CARTERA DE "
012750                 "CHEQUES (CHEQCART). ESTADO: " VTA-CHQ-STATUS
012760         MOVE 8 TO RETURN-CODE
012770         STOP RUN
012780     END-IF.
012800
012900     PERFORM 1100-LEER-TOTAL THRU 1100-EXIT.
013000     PERFORM 1200-LEER-PAGO THRU 1200-EXIT.
021700*3000-ACREDITAR-PAGO: UN PAGO RESTA DEL SALDO DEL CLIENTE Y DEJA
021800*EL MOVIMIENTO EN EL DIARIO CON EL NUMERO DE RECIBO. UN PAGO DE
021900*UN CLIENTE SIN SALDO ABIERTO CREA LA CUENTA (QUEDA A FAVOR DEL
022000*CLIENTE) Y SE AVISA PARA QUE TESORERIA LO REVISE. UN PAGO CON
022010*CHEQUE SE ACREDITA IGUAL PERO COMO PROVISORIO (TIPO "Q") Y EL
022020*CHEQUE SE DA DE ALTA EN LA CARTERA.
022100******************************************************************
022200 3000-ACREDITAR-PAGO.
022300
024000
024100     MOVE VTA-PAG-CLIENTE-ID TO VTA-CTM-CLIENTE-ID.
024200     MOVE VTA-PAG-FECHA      TO VTA-CTM-FECHA.
024210     IF VTA-PAG-EN-CHEQUE
024220         SET VTA-CTM-CRED-CHEQUE TO TRUE
024230         PERFORM 3100-REGISTRAR-CHEQUE THRU 3100-EXIT
024240     ELSE
024250         SET VTA-CTM-CREDITO TO TRUE
024260     END-IF.
024400     MOVE VTA-PAG-IMPORTE    TO VTA-CTM-IMPORTE.
024500     MOVE ZERO               TO VTA-CTM-CLAVE-VENTA.
024600     MOVE VTA-PAG-RECIBO     TO VTA-CTM-RECIBO.
025200
025300 3000-EXIT.
025400     EXIT.
025410
025420******************************************************************
025430*3100-REGISTRAR-CHEQUE: DA DE ALTA EL CHEQUE EN LA CARTERA CON
025440*ESTADO "C". SIN FECHA DE COBRO SE TOMA LA FECHA DEL PAGO (CHEQUE
025450*AL DIA). UN CHEQUE QUE YA FIGURA EN LA CARTERA NO SE PISA: EL
025460*PAGO SE ACREDITA IGUAL Y SE AVISA PARA QUE TESORERIA LO REVISE.
025470******************************************************************
025480 3100-REGISTRAR-CHEQUE.
025490
025500     MOVE SPACES                  TO VTA-CHEQUE-RECORD.
025510     IF VTA-PAG-CHQ-FECHA-COBRO NOT NUMERIC
025520        OR VTA-PAG-CHQ-FECHA-COBRO = ZERO
025530         MOVE VTA-PAG-FECHA       TO VTA-CHQ-FECHA-COBRO
025540     ELSE
025550         MOVE VTA-PAG-CHQ-FECHA-COBRO TO VTA-CHQ-FECHA-COBRO
025560     END-IF.
025570     MOVE VTA-PAG-CHQ-BANCO       TO VTA-CHQ-BANCO.
025580     MOVE VTA-PAG-CHQ-NUMERO      TO VTA-CHQ-NUMERO.
025590     MOVE VTA-PAG-CLIENTE-ID      TO VTA-CHQ-CLIENTE-ID.
025600     MOVE VTA-PAG-CHQ-LIBRADOR    TO VTA-CHQ-LIBRADOR.
025610     MOVE VTA-PAG-IMPORTE         TO VTA-CHQ-IMPORTE.
025620     MOVE VTA-PAG-FECHA           TO VTA-CHQ-FECHA-RECIBIDO.
025630     MOVE VTA-PAG-RECIBO          TO VTA-CHQ-RECIBO.
025640     SET VTA-CHQ-EN-CARTERA       TO TRUE.
025650     MOVE VTA-FECHA-PROCESO       TO VTA-CHQ-FECHA-ESTADO.
025660     MOVE ZERO                    TO VTA-CHQ-GASTO-RECHAZO.
025670     MOVE "VTA2600 "              TO VTA-CHQ-USUARIO.
025680
025690     WRITE VTA-CHEQUE-RECORD
025700         INVALID KEY
025710             DISPLAY "VTA2600 - CHEQUE YA REGISTRADO EN CARTERA: "
025720                     "BANCO " VTA-CHQ-BANCO
025730                     " NUMERO " VTA-CHQ-NUMERO
025740                     " RECIBO " VTA-PAG-RECIBO
025750             GO TO 3100-EXIT
025760     END-WRITE.
025770
025780     ADD 1 TO VTA-CANT-CHQ-CARTERA.
025790
025800 3100-EXIT.
025810     EXIT.
025820
025830******************************************************************
025840*4000-CONFIRMAR-CHEQUES: RECORRE LA CARTERA EN ORDEN DE FECHA DE
025850*COBRO Y DA POR ACREDITADOS LOS CHEQUES CUYA FECHA DE COBRO YA
025860*PASO SIN QUE SE REGISTRARA EL RECHAZO. EL CREDITO PROVISORIO
025870*QUEDA FIRME; EL SALDO NO CAMBIA. EL BARRIDO TERMINA EN EL
025880*PRIMER CHEQUE CON FECHA DE COBRO DE HOY EN ADELANTE.
025890******************************************************************
025900 4000-CONFIRMAR-CHEQUES.
025910
025920     MOVE LOW-VALUES TO VTA-CHQ-KEY.
025930     START CHEQ-CART-FILE KEY >= VTA-CHQ-KEY
025940         INVALID KEY
025950             SET VTA-FIN-CHEQUES TO TRUE
025960     END-START.
025970
025980     PERFORM 4100-CONFIRMAR-UNO THRU 4100-EXIT
025990         UNTIL VTA-FIN-CHEQUES.
026000
026010 4000-EXIT.
026020     EXIT.
026030
026040 4100-CONFIRMAR-UNO.
026050
026060     READ CHEQ-CART-FILE NEXT
026070         AT END
026080             SET VTA-FIN-CHEQUES TO TRUE
026090             GO TO 4100-EXIT
026100     END-READ.
026110
026120     IF VTA-CHQ-FECHA-COBRO >= VTA-FECHA-PROCESO
026130         SET VTA-FIN-CHEQUES TO TRUE
026140         GO TO 4100-EXIT
026150     END-IF.
026160
026170     IF NOT VTA-CHQ-EN-CARTERA
026180         GO TO 4100-EXIT
026190     END-IF.
026200
026210     SET VTA-CHQ-ACREDITADO TO TRUE.
026220     MOVE VTA-FECHA-PROCESO TO VTA-CHQ-FECHA-ESTADO.
026230     REWRITE VTA-CHEQUE-RECORD.
026240
026250     ADD 1 TO VTA-CANT-CHQ-ACREDITADOS.
026260
026270 4100-EXIT.
026280     EXIT.
026282
026284 9000-FINALIZAR.
026286
026288     CLOSE SALES-TOTAL-FILE.
026290     CLOSE PAGOS-CC-FILE.
026292     CLOSE CTA-SALDO-FILE.
026294     CLOSE CTA-MOV-FILE.
026296     CLOSE CHEQ-CART-FILE.
026298
026300     DISPLAY "VTA2600 - DEBITOS APLICADOS : " VTA-CANT-DEBITOS.
026400     DISPLAY "VTA2600 - CREDITOS APLICADOS: " VTA-CANT-CREDITOS.
026420     DISPLAY "VTA2600 - CHEQUES A CARTERA : "
026440         VTA-CANT-CHQ-CARTERA.
026460     DISPLAY "VTA2600 - CHEQUES ACREDITADOS: "
026480         VTA-CANT-CHQ-ACREDITADOS.
026500
026600 9000-EXIT.
026700     EXIT.

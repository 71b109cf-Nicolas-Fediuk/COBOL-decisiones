001903*               DESTINO (TIPO "E", CITANDO ESE NUMERO EN EL
001904*               DOCUMENTO DE RESPALDO) LA CIERRA. NINGUNA DE
001905*               LAS DOS TOCA EL STOCK TOTAL DE LA EMPRESA.
001912*2026-10-15 NF  LA RECEPCION QUE DESCARGA UNA ORDEN DE COMPRA
001920*               DEJA EN ELLA EL PRECIO UNITARIO PROMEDIO DE LO
001928*               RECIBIDO (VTA-ODC-PRECIO-RECIBIDO), CONTRA EL
001936*               QUE EL CRUCE DE FACTURAS DE PROVEEDOR (VTA6100)
001944*               CONTROLA EL PRECIO FACTURADO.
001945*2026-10-15 NF  AGREGADO EL STOCK POR LOTE (STOCKLOT): UNA
001946*               RECEPCION O ENTRADA CON LOTE Y VENCIMIENTO LO
001947*               CARGA EN LA SUCURSAL; UN AJUSTE NEGATIVO O UNA
001948*               SALIDA DESCUENTA DEL LOTE INFORMADO O, SIN LOTE,
001949*               DEL QUE VENCE ANTES. EL KARDEX LLEVA EL LOTE. LA
001950*               BAJA DE UN LOTE VENCIDO (RAZON 40, GENERADA POR
001951*               VTA6200) SIN LOTE O SIN SUCURSAL SE RECHAZA.
001958*2026-10-15 NF  UNA RECEPCION O UNA ENTRADA DE TRANSFERENCIA EN
001965*               UNA SUCURSAL RESERVA LO QUE LLEGO PARA LOS PEDIDOS
001972*               ESPECIALES CON SENA ABIERTOS DEL PRODUCTO EN ESA
001979*               SUCURSAL (PEDESPE), EN ORDEN DE ALTA, MIENTRAS LO
001986*               DISPONIBLE ALCANCE PARA EL PEDIDO MAS VIEJO.
001987*2026-10-15 NF  UNA ORDEN DE COMPRA CON PRECIO RECIBIDO O
001988*               CANTIDAD FACTURADA EN BLANCO (EMITIDA ANTES DE
001990*               AGREGARLOS AL REGISTRO) LOS TOMA EN CERO: EL
001991*               PRECIO PROMEDIO ARRANCA DEL DE ESTE REMITO.
001993******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. VTA1500.
002200 AUTHOR. N. FEDIUK.
004283     SELECT TRF-NUM-FILE ASSIGN TO "TRFNUM"
004284         ORGANIZATION IS SEQUENTIAL
004285         FILE STATUS IS VTA-TNUM-STATUS.
004286
004287     SELECT STOCK-LOTE-FILE ASSIGN TO "STOCKLOT"
004290         ORGANIZATION IS INDEXED
004292         ACCESS MODE IS DYNAMIC
004295         RECORD KEY IS VTA-LOT-CLAVE
004297         FILE STATUS IS VTA-STKLOT-STATUS.
004300
004314     SELECT PEDIDO-ESP-FILE ASSIGN TO "PEDESPE"
004328         ORGANIZATION IS INDEXED
004342         ACCESS MODE IS DYNAMIC
004357         RECORD KEY IS VTA-SPD-CLAVE
004371         FILE STATUS IS VTA-PEDESP-STATUS.
004385
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  MOV-STOCK-FILE
005664 01  VTA-TRF-NUM-RECORD.
005665     05  VTA-TNUM-ULTIMO             PIC 9(08).
005666     05  FILLER                      PIC X(72).
005670
005674 FD  STOCK-LOTE-FILE
005683     RECORDING MODE IS F.
005691     COPY VTASTLT.
005700
005725 FD  PEDIDO-ESP-FILE
005750     RECORDING MODE IS F.
005775     COPY VTASPED.
005790
005800 WORKING-STORAGE SECTION.
005900
006000 01  VTA-MOVST-STATUS                PIC X(02).
006914 01  VTA-CANT-SUC                    PIC S9(07).
006915 01  VTA-SUC-APLICAR                 PIC X(03).
006916
006921 01  VTA-STKLOT-STATUS               PIC X(02).
006926     88  VTA-STKLOT-OK               VALUE "00".
006931
006937 01  VTA-STKLOT-SWITCH               PIC X(01) VALUE "N".
006942     88  VTA-STKLOT-EXISTE           VALUE "S".
006947
006952 01  VTA-SW-FIN-LOTES                PIC X(01) VALUE "N".
006958     88  VTA-FIN-LOTES               VALUE "S".
006963
006968*VENCIMIENTO CON EL QUE SE GUARDA EL LOTE DEL MOVIMIENTO (SIN
006973*FECHA INFORMADA, EL LOTE SE CONSUME ULTIMO) Y UNIDADES QUE
006979*FALTA DESCONTAR DE LOS LOTES DE LA SUCURSAL.
006984 01  VTA-VENC-LOTE                   PIC 9(08).
006989 77  VTA-VENC-SIN-FECHA              PIC 9(08) VALUE 99991231.
006994 01  VTA-LOTE-PENDIENTE              PIC S9(07).
007001
007008 01  VTA-PEDESP-STATUS               PIC X(02).
007015     88  VTA-PEDESP-OK               VALUE "00".
007022
007029 01  VTA-SW-FIN-PEDIDOS              PIC X(01) VALUE "N".
007036     88  VTA-FIN-PEDIDOS             VALUE "S".
007043
007050 01  VTA-SW-RESERVO-PEDIDO           PIC X(01) VALUE "N".
007057     88  VTA-RESERVO-PEDIDO          VALUE "S".
007064
007071*LO QUE QUEDA LIBRE EN LA SUCURSAL (STOCK MENOS RESERVADO) PARA
007078*LOS PEDIDOS ESPECIALES QUE ESPERAN EL PRODUCTO.
007085 01  VTA-DISP-PEDIDOS                PIC S9(08).
007092 01  VTA-SWITCHES.
007100     05  VTA-SW-FIN-ARCHIVO          PIC X(01) VALUE "N".
007200         88  VTA-FIN-ARCHIVO         VALUE "S".
007300     05  VTA-SW-PROD-ENCONTRADO      PIC X(01) VALUE "N".
008100     05  VTA-CANT-LEIDOS             PIC 9(07) COMP VALUE ZERO.
008200     05  VTA-CANT-APLICADOS          PIC 9(07) COMP VALUE ZERO.
008300     05  VTA-CANT-RECHAZADOS         PIC 9(07) COMP VALUE ZERO.
008350     05  VTA-CANT-PED-RESERVADOS     PIC 9(07) COMP VALUE ZERO.
008400
008500 PROCEDURE DIVISION.
008600
010210     OPEN I-O ORDEN-COMPRA-FILE.
010220     OPEN I-O STOCK-SUC-FILE.
010230     OPEN I-O TRANSF-FILE.
010235     OPEN I-O STOCK-LOTE-FILE.
010237     OPEN I-O PEDIDO-ESP-FILE.
010240
010250     OPEN INPUT TRF-NUM-FILE.
010260     IF VTA-TNUM-OK
015480         GO TO 2000-SIGUIENTE
015490     END-IF.
015495
015500*LOS GENERADORES DE MOVIMIENTOS ANTERIORES AL CONTROL POR LOTE
015506*DEJAN EL VENCIMIENTO EN BLANCO.
015512     IF VTA-MVS-VENCIMIENTO NOT NUMERIC
015518         MOVE ZERO TO VTA-MVS-VENCIMIENTO
015524     END-IF.
015530
015535*LA BAJA DE UN LOTE VENCIDO TIENE QUE DECIR QUE LOTE Y DE QUE
015541*SUCURSAL: ES LO UNICO QUE LA DISTINGUE DE UN AJUSTE CUALQUIERA.
015547     IF VTA-MVS-RAZON-VENCIDO
015553        AND (VTA-MVS-LOTE = SPACES OR VTA-MVS-SUCURSAL = SPACES)
015559         DISPLAY "VTA1500 - BAJA POR VENCIMIENTO SIN LOTE O "
015565                 "SUCURSAL: " VTA-MVS-PRODUCTO
015570                 " DOC: " VTA-MVS-REF-DOC
015576         ADD 1 TO VTA-CANT-RECHAZADOS
015582         GO TO 2000-SIGUIENTE
015588     END-IF.
015594     IF VTA-MVS-AJUSTE-NEG
015600        AND VTA-MVS-CANTIDAD > VTA-PROD-STOCK
015700         DISPLAY "VTA1500 - AJUSTE NEGATIVO SUPERA EL STOCK: "
015800                 VTA-MVS-PRODUCTO
018720
018730     IF VTA-MVS-SUCURSAL NOT = SPACES
018740         PERFORM 2160-APLICAR-SUCURSAL THRU 2160-EXIT
018745         PERFORM 2180-APLICAR-LOTE THRU 2180-EXIT
018746         IF VTA-MVS-RECEPCION OR VTA-MVS-TRANSF-ENTRADA
018747             PERFORM 2600-RESERVAR-PEDIDOS THRU 2600-EXIT
018748         END-IF
018750     END-IF.
018760
018770     IF VTA-MVS-TRANSF-SALIDA
019481     EXIT.
019482
019483******************************************************************
019484*2180-APLICAR-LOTE: LLEVA EL MOVIMIENTO AL STOCK POR LOTE DE SU
019485*SUCURSAL. CON LOTE INFORMADO, LA CANTIDAD FIRMADA SE APLICA A
019486*ESE LOTE (UN LOTE NUEVO SE CREA CON LA ENTRADA; UN LOTE QUE SE
019487*AGOTA SE BORRA). UNA SALIDA SIN LOTE, O DE UN LOTE QUE LA
019488*SUCURSAL NO TIENE, SE DESCUENTA DE LOS LOTES QUE VENCEN ANTES.
019489*UNA ENTRADA SIN LOTE NO TOCA LOS LOTES.
019490******************************************************************
019491 2180-APLICAR-LOTE.
019492
019493     IF VTA-MVS-LOTE = SPACES
019494         IF VTA-CANT-SUC < ZERO
019495             COMPUTE VTA-LOTE-PENDIENTE = VTA-CANT-SUC * -1
019496             PERFORM 2190-CONSUMIR-LOTES THRU 2190-EXIT
019497         END-IF
019498         GO TO 2180-EXIT
019499     END-IF.
019500
019502     IF VTA-MVS-VENCIMIENTO = ZERO
019503         MOVE VTA-VENC-SIN-FECHA TO VTA-VENC-LOTE
019504     ELSE
019505         MOVE VTA-MVS-VENCIMIENTO TO VTA-VENC-LOTE
019506     END-IF.
019507
019508     MOVE "N" TO VTA-STKLOT-SWITCH.
019509     MOVE VTA-MVS-PRODUCTO TO VTA-LOT-PRODUCTO.
019510     MOVE VTA-SUC-APLICAR  TO VTA-LOT-SUCURSAL.
019511     MOVE VTA-VENC-LOTE    TO VTA-LOT-VENCIMIENTO.
019512     MOVE VTA-MVS-LOTE     TO VTA-LOT-LOTE.
019513     READ STOCK-LOTE-FILE
019514         INVALID KEY
019515             CONTINUE
019516         NOT INVALID KEY
019517             SET VTA-STKLOT-EXISTE TO TRUE
019518     END-READ.
019519
019520     IF VTA-STKLOT-EXISTE
019522         ADD VTA-CANT-SUC TO VTA-LOT-CANTIDAD
019523         IF VTA-LOT-CANTIDAD > ZERO
019524             REWRITE VTA-STOCK-LOTE-RECORD
019525         ELSE
019526             IF VTA-LOT-CANTIDAD < ZERO
019527                 DISPLAY "VTA1500 - SALIDA MAYOR AL LOTE: "
019528                         VTA-MVS-PRODUCTO " LOTE: " VTA-MVS-LOTE
019529                         " SUC: " VTA-SUC-APLICAR
019530             END-IF
019531             DELETE STOCK-LOTE-FILE RECORD
019532         END-IF
019533         GO TO 2180-EXIT
019534     END-IF.
019535
019536     IF VTA-CANT-SUC > ZERO
019537         MOVE SPACES TO VTA-STOCK-LOTE-RECORD
019538         MOVE VTA-MVS-PRODUCTO TO VTA-LOT-PRODUCTO
019539         MOVE VTA-SUC-APLICAR  TO VTA-LOT-SUCURSAL
019541         MOVE VTA-VENC-LOTE    TO VTA-LOT-VENCIMIENTO
019542         MOVE VTA-MVS-LOTE     TO VTA-LOT-LOTE
019543         MOVE VTA-CANT-SUC     TO VTA-LOT-CANTIDAD
019544         MOVE VTA-MVS-FECHA    TO VTA-LOT-FECHA-RECEP
019545         WRITE VTA-STOCK-LOTE-RECORD
019546             INVALID KEY
019547                 CONTINUE
019548         END-WRITE
019549     ELSE
019550         DISPLAY "VTA1500 - LOTE NO UBICABLE EN LA SUCURSAL: "
019551                 VTA-MVS-PRODUCTO " LOTE: " VTA-MVS-LOTE
019552                 " SUC: " VTA-SUC-APLICAR
019553                 ". SE DESCUENTA DEL QUE VENCE ANTES."
019554         COMPUTE VTA-LOTE-PENDIENTE = VTA-CANT-SUC * -1
019555         PERFORM 2190-CONSUMIR-LOTES THRU 2190-EXIT
019556     END-IF.
019557
019558 2180-EXIT.
019559     EXIT.
019561
019562******************************************************************
019563*2190-CONSUMIR-LOTES: DESCUENTA VTA-LOTE-PENDIENTE DE LOS LOTES
019564*DEL PRODUCTO EN LA SUCURSAL, EMPEZANDO POR EL QUE VENCE ANTES
019565*(EL ORDEN DE LA CLAVE). LO QUE LOS LOTES NO ALCANZAN A CUBRIR
019566*SALE DE LA MERCADERIA SIN LOTE.
019567******************************************************************
019568 2190-CONSUMIR-LOTES.
019569
019570     MOVE "N" TO VTA-SW-FIN-LOTES.
019571     MOVE VTA-MVS-PRODUCTO TO VTA-LOT-PRODUCTO.
019572     MOVE VTA-SUC-APLICAR  TO VTA-LOT-SUCURSAL.
019573     MOVE ZERO             TO VTA-LOT-VENCIMIENTO.
019574     MOVE LOW-VALUES       TO VTA-LOT-LOTE.
019575
019576     START STOCK-LOTE-FILE KEY >= VTA-LOT-CLAVE
019577         INVALID KEY
019578             SET VTA-FIN-LOTES TO TRUE
019580     END-START.
019581
019582     PERFORM 2195-DESCONTAR-LOTE THRU 2195-EXIT
019583         UNTIL VTA-FIN-LOTES
019584            OR VTA-LOTE-PENDIENTE = ZERO.
019585
019586 2190-EXIT.
019587     EXIT.
019588
019589 2195-DESCONTAR-LOTE.
019590
019591     READ STOCK-LOTE-FILE NEXT
019592         AT END
019593             SET VTA-FIN-LOTES TO TRUE
019594             GO TO 2195-EXIT
019595     END-READ.
019596
019597     IF VTA-LOT-PRODUCTO NOT = VTA-MVS-PRODUCTO
019598        OR VTA-LOT-SUCURSAL NOT = VTA-SUC-APLICAR
019600         SET VTA-FIN-LOTES TO TRUE
019601         GO TO 2195-EXIT
019602     END-IF.
019603
019604     IF VTA-LOT-CANTIDAD > VTA-LOTE-PENDIENTE
019605         SUBTRACT VTA-LOTE-PENDIENTE FROM VTA-LOT-CANTIDAD
019606         MOVE ZERO TO VTA-LOTE-PENDIENTE
019607         REWRITE VTA-STOCK-LOTE-RECORD
019608     ELSE
019609         IF VTA-LOT-CANTIDAD > ZERO
019610             SUBTRACT VTA-LOT-CANTIDAD FROM VTA-LOTE-PENDIENTE
019611         END-IF
019612         DELETE STOCK-LOTE-FILE RECORD
019613     END-IF.
019614
019615 2195-EXIT.
019616     EXIT.
019617
019619******************************************************************
019620*2400-CREAR-TRANSFERENCIA: LA SALIDA EN ORIGEN DEJA EL REGISTRO
019621*EN TRANSITO CON EL PROXIMO NUMERO DE TRANSFERENCIA. EL NUMERO
019622*SE INFORMA POR SYSOUT PARA QUE VIAJE CON LA MERCADERIA Y LA
019623*RECEPCION EN DESTINO LO CITE EN SU DOCUMENTO DE RESPALDO.
019624******************************************************************
019625 2400-CREAR-TRANSFERENCIA.
019626
019627     ADD 1 TO VTA-ULT-TRANSF.
019628
019629     MOVE VTA-ULT-TRANSF     TO VTA-TRF-NUMERO.
019630     MOVE VTA-MVS-PRODUCTO   TO VTA-TRF-PRODUCTO.
019631     MOVE VTA-MVS-SUCURSAL   TO VTA-TRF-SUC-ORIGEN.
019633     MOVE VTA-MVS-SUC-DESTINO TO VTA-TRF-SUC-DESTINO.
019634     MOVE VTA-MVS-CANTIDAD   TO VTA-TRF-CANTIDAD.
019635     MOVE VTA-MVS-FECHA      TO VTA-TRF-FECHA-SALIDA.
019636     MOVE ZERO               TO VTA-TRF-FECHA-RECEP.
019637     SET VTA-TRF-EN-TRANSITO TO TRUE.
019638
019639     WRITE VTA-TRANSF-RECORD
019640         INVALID KEY
019641             DISPLAY "VTA1500 - NUMERO DE TRANSFERENCIA "
019642                     "DUPLICADO: " VTA-TRF-NUMERO
019643                     ". REVISAR TRFNUM."
019644     END-WRITE.
019645
019646     DISPLAY "VTA1500 - TRANSFERENCIA EN TRANSITO: "
019647             VTA-TRF-NUMERO
019648             " PRODUCTO: " VTA-MVS-PRODUCTO
019650             " DESTINO: " VTA-MVS-SUC-DESTINO.
019651
019652 2400-EXIT.
019653     EXIT.
019654
019655******************************************************************
019656*2500-CERRAR-TRANSFERENCIA: LA RECEPCION EN DESTINO CIERRA LA
019657*TRANSFERENCIA CITADA EN EL DOCUMENTO DE RESPALDO (PRIMEROS 8
019658*CARACTERES). UNA TRANSFERENCIA NO UBICABLE O DE OTRO PRODUCTO
019659*NO RECHAZA LA ENTRADA (LA MERCADERIA YA ESTA EN LA GONDOLA):
019660*SE AVISA POR SYSOUT PARA QUE DEPOSITO LA CRUCE A MANO.
019661******************************************************************
019662 2500-CERRAR-TRANSFERENCIA.
019663
019664     MOVE VTA-MVS-REF-DOC (1:8) TO VTA-ORDEN-REF.
019665
019667     IF VTA-ORDEN-REF NOT NUMERIC
019668        OR VTA-ORDEN-REF-N = ZERO
019669         DISPLAY "VTA1500 - ENTRADA SIN NUMERO DE "
019670                 "TRANSFERENCIA: " VTA-MVS-PRODUCTO
019671         GO TO 2500-EXIT
019672     END-IF.
019673
019674     MOVE "N" TO VTA-TRANSF-SWITCH.
019675     MOVE VTA-ORDEN-REF-N TO VTA-TRF-NUMERO.
019676     READ TRANSF-FILE
019677         INVALID KEY
019678             CONTINUE
019679         NOT INVALID KEY
019680             SET VTA-TRANSF-HALLADA TO TRUE
019681     END-READ.
019682
019684     IF NOT VTA-TRANSF-HALLADA
019685        OR VTA-TRF-PRODUCTO NOT = VTA-MVS-PRODUCTO
019686         DISPLAY "VTA1500 - TRANSFERENCIA NO UBICABLE: "
019687                 VTA-MVS-PRODUCTO " DOC: " VTA-MVS-REF-DOC
019688         GO TO 2500-EXIT
019689     END-IF.
019690
019691     MOVE VTA-MVS-FECHA  TO VTA-TRF-FECHA-RECEP.
019692     SET VTA-TRF-RECIBIDA TO TRUE.
019693     REWRITE VTA-TRANSF-RECORD.
019694
019695 2500-EXIT.
019696     EXIT.
019697
019698******************************************************************
019699*2600-RESERVAR-PEDIDOS: CON LA MERCADERIA YA SUMADA A LA SUCURSAL,
019700*RECORRE LOS PEDIDOS ESPECIALES DEL PRODUCTO EN ESA SUCURSAL EN
019701*ORDEN DE NUMERO (DE ALTA) Y RESERVA LOS ABIERTOS MIENTRAS LO
019702*DISPONIBLE CUBRA EL PEDIDO COMPLETO. SE CORTA EN EL PRIMERO QUE
019703*NO ALCANZA: EL CLIENTE QUE ENCARGO ANTES NO QUEDA DETRAS DE UNO
019704*MAS NUEVO. EL PLAZO DE RETIRO LO FIJA LA CORRIDA NOCTURNA DE
019705*PEDIDOS (VTA8200).
019706******************************************************************
019707 2600-RESERVAR-PEDIDOS.
019708
019709     MOVE VTA-MVS-PRODUCTO TO VTA-STK-PRODUCTO.
019710     MOVE VTA-MVS-SUCURSAL TO VTA-STK-SUCURSAL.
019711     READ STOCK-SUC-FILE
019712         INVALID KEY
019713             GO TO 2600-EXIT
019714     END-READ.
019715
019716     IF VTA-STK-RESERVADO NOT NUMERIC
019717         MOVE ZERO TO VTA-STK-RESERVADO
019718     END-IF.
019719
019720     COMPUTE VTA-DISP-PEDIDOS = VTA-STK-STOCK - VTA-STK-RESERVADO.
019721     IF VTA-DISP-PEDIDOS NOT > ZERO
019723         GO TO 2600-EXIT
019724     END-IF.
019725
019726     MOVE "N" TO VTA-SW-FIN-PEDIDOS.
019727     MOVE "N" TO VTA-SW-RESERVO-PEDIDO.
019728     MOVE VTA-MVS-SUCURSAL TO VTA-SPD-SUCURSAL.
019729     MOVE VTA-MVS-PRODUCTO TO VTA-SPD-PRODUCTO.
019730     MOVE ZERO             TO VTA-SPD-NUMERO.
019731
019732     START PEDIDO-ESP-FILE KEY >= VTA-SPD-CLAVE
019733         INVALID KEY
019734             SET VTA-FIN-PEDIDOS TO TRUE
019735     END-START.
019736
019737     PERFORM 2610-RESERVAR-PEDIDO THRU 2610-EXIT
019738         UNTIL VTA-FIN-PEDIDOS.
019739
019740     IF VTA-RESERVO-PEDIDO
019741         REWRITE VTA-STOCK-SUC-RECORD
019742     END-IF.
019743
019744 2600-EXIT.
019745     EXIT.
019746
019747 2610-RESERVAR-PEDIDO.
019749
019750     READ PEDIDO-ESP-FILE NEXT
019751         AT END
019752             SET VTA-FIN-PEDIDOS TO TRUE
019753             GO TO 2610-EXIT
019754     END-READ.
019755
019756     IF VTA-SPD-SUCURSAL NOT = VTA-MVS-SUCURSAL
019757        OR VTA-SPD-PRODUCTO NOT = VTA-MVS-PRODUCTO
019758         SET VTA-FIN-PEDIDOS TO TRUE
019759         GO TO 2610-EXIT
019760     END-IF.
019761
019762     IF NOT VTA-SPD-ABIERTO
019763         GO TO 2610-EXIT
019764     END-IF.
019765
019766     IF VTA-SPD-CANTIDAD > VTA-DISP-PEDIDOS
019767         SET VTA-FIN-PEDIDOS TO TRUE
019768         GO TO 2610-EXIT
019769     END-IF.
019770
019771     ADD VTA-SPD-CANTIDAD      TO VTA-STK-RESERVADO.
019772     SUBTRACT VTA-SPD-CANTIDAD FROM VTA-DISP-PEDIDOS.
019773     SET VTA-RESERVO-PEDIDO    TO TRUE.
019775
019776     SET VTA-SPD-RESERVADO     TO TRUE.
019777     MOVE VTA-MVS-FECHA        TO VTA-SPD-FECHA-RESERVA.
019778     MOVE VTA-MVS-FECHA        TO VTA-SPD-FECHA-ESTADO.
019779     MOVE ZERO                 TO VTA-SPD-FECHA-LIMITE.
019780     REWRITE VTA-PEDIDO-ESP-RECORD
019781         INVALID KEY
019782             DISPLAY "VTA1500 - ERROR AL RESERVAR EL PEDIDO "
019783                     "ESPECIAL: " VTA-SPD-CLAVE
019784     END-REWRITE.
019785
019786     ADD 1 TO VTA-CANT-PED-RESERVADOS.
019787     DISPLAY "VTA1500 - PEDIDO ESPECIAL RESERVADO: "
019788             VTA-SPD-NUMERO " SUC: " VTA-SPD-SUCURSAL
019789             " PROD: " VTA-SPD-PRODUCTO.
019790
019791     IF VTA-DISP-PEDIDOS NOT > ZERO
019792         SET VTA-FIN-PEDIDOS TO TRUE
019793     END-IF.
019794
019795 2610-EXIT.
019796     EXIT.
019797 2200-GRABAR-KARDEX.
019798
019800     MOVE VTA-MVS-FECHA        TO VTA-KDX-FECHA.
019900     ACCEPT VTA-KDX-HORA FROM TIME.
020000     MOVE VTA-MVS-PRODUCTO     TO VTA-KDX-PRODUCTO.
020500     MOVE VTA-MVS-RAZON-COD    TO VTA-KDX-RAZON-COD.
020600     MOVE VTA-MVS-REF-DOC      TO VTA-KDX-REF-DOC.
020610     MOVE VTA-MVS-SUCURSAL     TO VTA-KDX-SUCURSAL.
020640     MOVE VTA-MVS-LOTE         TO VTA-KDX-LOTE.
020670     MOVE VTA-MVS-VENCIMIENTO  TO VTA-KDX-VENCIMIENTO.
020700
020800     WRITE VTA-KARDEX-RECORD.
020900
021000 2200-EXIT.
021002     EXIT.
021005
021008******************************************************************
021011*2300-DESCARGAR-ORDEN: CRUZA LA RECEPCION CONTRA LA ORDEN DE
021014*COMPRA CITADA EN EL DOCUMENTO DE RESPALDO. LA CANTIDAD RECIBIDA
021017*SE ACUMULA SOBRE LA ORDEN Y EL ESTADO PASA A PARCIAL (ENTREGAS
021020*POR MENOS DE LO PEDIDO) O CUMPLIDA. UNA RECEPCION SIN NUMERO DE
021023*ORDEN, CON ORDEN INEXISTENTE O DE OTRO PRODUCTO NO SE RECHAZA
021026*(LA MERCADERIA YA ENTRO AL STOCK): SE AVISA POR SYSOUT PARA QUE
021029*COMPRAS LA CRUCE A MANO.
021032******************************************************************
021035 2300-DESCARGAR-ORDEN.
021037
021040     MOVE VTA-MVS-REF-DOC (1:8) TO VTA-ORDEN-REF.
021043
021046     IF VTA-ORDEN-REF NOT NUMERIC
021049        OR VTA-ORDEN-REF-N = ZERO
021052         DISPLAY "VTA1500 - RECEPCION SIN NUMERO DE ORDEN: "
021055                 VTA-MVS-PRODUCTO
021058                 " DOC: " VTA-MVS-REF-DOC
021061         GO TO 2300-EXIT
021064     END-IF.
021067
021070     MOVE "N" TO VTA-SW-ORDEN-ENCONTRADA.
021073     MOVE VTA-ORDEN-REF-N TO VTA-ODC-NUMERO.
021075     READ ORDEN-COMPRA-FILE
021078         INVALID KEY
021081             CONTINUE
021084         NOT INVALID KEY
021087             SET VTA-ORDEN-ENCONTRADA TO TRUE
021090     END-READ.
021093
021096     IF NOT VTA-ORDEN-ENCONTRADA
021099        OR VTA-ODC-PRODUCTO NOT = VTA-MVS-PRODUCTO
021102         DISPLAY "VTA1500 - ORDEN NO UBICABLE PARA RECEPCION: "
021105                 VTA-MVS-PRODUCTO
021108                 " DOC: " VTA-MVS-REF-DOC
021111         GO TO 2300-EXIT
021113     END-IF.
021116
021119*UNA ORDEN EMITIDA ANTES DE QUE EL REGISTRO LLEVARA PRECIO
021122*RECIBIDO Y CANTIDAD FACTURADA PUEDE TRAERLOS EN BLANCO: VALEN
021125*CERO.
021128     IF VTA-ODC-PRECIO-RECIBIDO NOT NUMERIC
021131         MOVE ZERO TO VTA-ODC-PRECIO-RECIBIDO
021134     END-IF.
021137     IF VTA-ODC-CANT-FACTURADA NOT NUMERIC
021140         MOVE ZERO TO VTA-ODC-CANT-FACTURADA
021143     END-IF.
021146
021149     IF VTA-MVS-PRECIO-COMPRA > 0
021150         PERFORM 2350-PROMEDIAR-PRECIO-ORDEN THRU 2350-EXIT
021151     END-IF.
021152
021153     ADD VTA-MVS-CANTIDAD TO VTA-ODC-CANT-RECIBIDA.
021154     MOVE VTA-MVS-FECHA   TO VTA-ODC-FECHA-ULT-RECEP.
021155
021157     IF VTA-ODC-CANT-RECIBIDA >= VTA-ODC-CANT-PEDIDA
021158         SET VTA-ODC-CUMPLIDA TO TRUE
021159     ELSE
021160         SET VTA-ODC-PARCIAL TO TRUE
021161     END-IF.
021162
021163     REWRITE VTA-ORDEN-COMPRA-RECORD.
021164
021166 2300-EXIT.
021167     EXIT.
021168
021169******************************************************************
021170*2350-PROMEDIAR-PRECIO-ORDEN: PRECIO UNITARIO PROMEDIO PONDERADO
021171*DE LO RECIBIDO CONTRA LA ORDEN (LO RECIBIDO ANTES AL PRECIO
021172*PROMEDIO VIGENTE MAS ESTA ENTREGA AL PRECIO DEL REMITO). LA
021174*PRIMERA ENTREGA CON PRECIO LO TOMA DIRECTO.
021175******************************************************************
021176 2350-PROMEDIAR-PRECIO-ORDEN.
021177
021178     IF VTA-ODC-PRECIO-RECIBIDO = ZERO
021179        OR VTA-ODC-CANT-RECIBIDA = ZERO
021180         MOVE VTA-MVS-PRECIO-COMPRA TO VTA-ODC-PRECIO-RECIBIDO
021181         GO TO 2350-EXIT
021183     END-IF.
021184
021185     COMPUTE VTA-COSTO-BASE =
021186         VTA-ODC-CANT-RECIBIDA * VTA-ODC-PRECIO-RECIBIDO.
021187     COMPUTE VTA-COSTO-ENTREGA =
021188         VTA-MVS-CANTIDAD * VTA-MVS-PRECIO-COMPRA.
021189     COMPUTE VTA-COSTO-DIVISOR =
021190         VTA-ODC-CANT-RECIBIDA + VTA-MVS-CANTIDAD.
021192
021193     COMPUTE VTA-ODC-PRECIO-RECIBIDO ROUNDED =
021194         (VTA-COSTO-BASE + VTA-COSTO-ENTREGA)
021195         / VTA-COSTO-DIVISOR.
021196
021197 2350-EXIT.
021198     EXIT.
021200
021300 9000-FINALIZAR.
021400
021710     CLOSE ORDEN-COMPRA-FILE.
021720     CLOSE STOCK-SUC-FILE.
021730     CLOSE TRANSF-FILE.
021735     CLOSE STOCK-LOTE-FILE.
021737     CLOSE PEDIDO-ESP-FILE.
021740
021750     OPEN OUTPUT TRF-NUM-FILE.
021760     MOVE SPACES TO VTA-TRF-NUM-RECORD.
022200         VTA-CANT-APLICADOS.
022300     DISPLAY "VTA1500 - MOVIMIENTOS RECHAZADOS: "
022400         VTA-CANT-RECHAZADOS.
022433     DISPLAY "VTA1500 - PEDIDOS RESERVADOS    : "
022466         VTA-CANT-PED-RESERVADOS.
022500
022600 9000-EXIT.
022700     EXIT.

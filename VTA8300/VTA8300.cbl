000100******************************************************************
000200*MANTENIMIENTO DEL MAESTRO DE EMPLEADOS COMPRADORES
000300*(EMPLEADO-FILE, EMPLEADM). MENU INTERACTIVO POR CONSOLA (MISMO
000400*ESTILO QUE VTA5900) QUE PERMITE ALTA, MODIFICACION, BAJA Y
000500*CONSULTA DE LOS EMPLEADOS QUE COMPRAN CON DESCUENTO DEL PERSONAL,
000600*DIRECTO SOBRE EL ARCHIVO INDEXADO POR LEGAJO (EL MISMO QUE LA
000700*CAJA INFORMA COMO VENDEDOR Y CAJERO). POR CADA EMPLEADO SE CARGA
000800*EL PORCENTAJE DE DESCUENTO, EL TOPE MENSUAL DE COMPRAS Y SI FIRMO
000900*LA AUTORIZACION DE DESCUENTO POR NOMINA, SIN LA CUAL NO PUEDE
001000*PAGAR CON EL MEDIO "NM". EL CONSUMO DEL MES LO LLEVA EJERCICIO5
001100*AL PROCESAR LAS VENTAS: LA CONSOLA LO MUESTRA PERO NO LO
001200*MODIFICA.
001300*
001400*EL INGRESO PASA POR VTALOGON: EL ROL CONSULTA SOLO LISTA Y
001500*CONSULTA, ALTA Y MODIFICACION PIDEN ROL DE MANTENIMIENTO Y LA
001600*BAJA, DE SUPERVISOR. LA BAJA ES LOGICA (ESTADO "B"): LAS COMPRAS
001700*DEL MES SIGUEN IDENTIFICADAS PARA EL CIERRE (VTA8400).
001800******************************************************************
001900*MODIFICACIONES:
002000*2026-10-15 NF  PROGRAMA ORIGINAL.
002033*2026-10-15 NF  INFORMA SU NOMBRE A VTALOGON (VTA-LGN-PROGRAMA)
002066*               PARA EL DIARIO DE ACCESOS.
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. VTA8300.
002400 AUTHOR. N. FEDIUK.
002500 INSTALLATION. PERFUMERIA - SISTEMAS.
002600 DATE-WRITTEN. 2026-10-15.
002700 DATE-COMPILED. 2026-10-15.
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT EMPLEADO-FILE ASSIGN TO "EMPLEADM"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS VTA-EMP-LEGAJO
003600         FILE STATUS IS VTA-EMPL-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  EMPLEADO-FILE
004100     RECORDING MODE IS F.
004200     COPY VTAEMPL.
004300
004400 WORKING-STORAGE SECTION.
004500
004600 COPY VTANUMP.
004700
004800 COPY VTALGNP.
004900
005000 01  VTA-EMPL-STATUS              PIC X(02).
005100     88  VTA-EMPL-OK              VALUE "00".
005200
005300 01  VTA-SWITCHES.
005400     05  VTA-SW-SALIR             PIC X(01) VALUE "N".
005500         88  VTA-SALIR            VALUE "S".
005600     05  VTA-SW-EMP-ENCONTRADO    PIC X(01) VALUE "N".
005700         88  VTA-EMP-ENCONTRADO   VALUE "S".
005800     05  VTA-SW-FIN-LISTADO       PIC X(01) VALUE "N".
005900         88  VTA-FIN-LISTADO      VALUE "S".
006000     05  VTA-SW-DATOS-VALIDOS     PIC X(01) VALUE "N".
006100         88  VTA-DATOS-VALIDOS    VALUE "S".
006200
006300*MAXIMO PORCENTAJE DE DESCUENTO DEL PERSONAL QUE SE PUEDE CARGAR.
006400 77  VTA-PORC-MAXIMO              PIC 9(03)V9(02) VALUE 100.
006500
006600 01  VTA-OPCION-MENU              PIC 9(01).
006700
006800 01  VTA-USUARIO                  PIC X(08).
006900
007000 01  VTA-AREA-CAPTURA.
007100     05  VTA-CAP-LEGAJO           PIC X(05).
007200     05  VTA-CAP-NOMBRE           PIC X(30).
007300     05  VTA-CAP-SUCURSAL         PIC X(03).
007400     05  VTA-CAP-PORCENTAJE       PIC S9(03)V9(02).
007500     05  VTA-CAP-TOPE             PIC S9(07)V9(02).
007600     05  VTA-CAP-NOMINA           PIC X(01).
007700
007800 01  VTA-LINEA-EMPLEADO.
007900     05  FILLER                   PIC X(05) VALUE "LEG: ".
008000     05  VTA-LE-LEGAJO            PIC X(05).
008100     05  FILLER                   PIC X(02) VALUE "  ".
008200     05  VTA-LE-NOMBRE            PIC X(30).
008300     05  FILLER                   PIC X(07) VALUE "  SUC: ".
008400     05  VTA-LE-SUCURSAL          PIC X(03).
008500     05  FILLER                   PIC X(10) VALUE "  ESTADO: ".
008600     05  VTA-LE-ESTADO            PIC X(01).
008700
008800*CONDICIONES DE COMPRA Y CONSUMO DEL MES, MOSTRADOS ANTES DE LA
008900*RECAPTURA PARA QUE EL OPERADOR PUEDA REINGRESARLOS FIELMENTE.
009000 01  VTA-LINEA-CONDICIONES.
009100     05  FILLER                   PIC X(07) VALUE "DESC.%:".
009200     05  VTA-LC-PORCENTAJE        PIC ZZ9.99.
009300     05  FILLER                   PIC X(08) VALUE "  TOPE: ".
009400     05  VTA-LC-TOPE              PIC Z,ZZZ,ZZ9.99.
009500     05  FILLER                   PIC X(10) VALUE "  NOMINA: ".
009600     05  VTA-LC-NOMINA            PIC X(01).
009700     05  FILLER                   PIC X(06) VALUE "  MES ".
009800     05  VTA-LC-MES               PIC 9(06).
009900     05  FILLER                   PIC X(02) VALUE ": ".
010000     05  VTA-LC-CONSUMO           PIC -,---,--9.99.
010100
010200 PROCEDURE DIVISION.
010300
010400 0000-MAINLINE.
010500
010600     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
010700
010800     PERFORM 2000-MENU THRU 2000-EXIT
010900         UNTIL VTA-SALIR.
011000
011100     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
011200
011300     STOP RUN.
011400
011500 1000-INICIALIZAR.
011600
011700     DISPLAY "MANTENIMIENTO DEL MAESTRO DE EMPLEADOS".
011800
011850     MOVE "VTA8300" TO VTA-LGN-PROGRAMA.
011900     CALL "VTALOGON" USING VTA-LOGON-PARMS.
012000     IF VTA-LGN-ERROR
012100         MOVE 8 TO RETURN-CODE
012200         SET VTA-SALIR TO TRUE
012300         GO TO 1000-EXIT
012400     END-IF.
012500     MOVE VTA-LGN-USUARIO TO VTA-USUARIO.
012600
012700     OPEN I-O EMPLEADO-FILE.
012800
012900     IF NOT VTA-EMPL-OK
013000         DISPLAY "NO SE PUDO ABRIR EMPLEADO-FILE. "
013100                 "ESTADO: " VTA-EMPL-STATUS
013200         MOVE 8 TO RETURN-CODE
013300         SET VTA-SALIR TO TRUE
013400         GO TO 1000-EXIT
013500     END-IF.
013600
013700 1000-EXIT.
013800     EXIT.
013900
014000******************************************************************
014100*2000-MENU: PRESENTA LAS OPCIONES DE MANTENIMIENTO Y DESPACHA LA
014200*OPCION ELEGIDA SEGUN EL ROL DEL USUARIO AUTENTICADO.
014300******************************************************************
014400 2000-MENU.
014500
014600     DISPLAY " ".
014700     DISPLAY "MANTENIMIENTO DEL MAESTRO DE EMPLEADOS".
014800     DISPLAY "1 - LISTAR EMPLEADOS".
014900     DISPLAY "2 - AGREGAR EMPLEADO".
015000     DISPLAY "3 - MODIFICAR EMPLEADO".
015100     DISPLAY "4 - DAR DE BAJA EMPLEADO".
015200     DISPLAY "5 - CONSULTAR EMPLEADO".
015300     DISPLAY "6 - SALIR".
015400     DISPLAY "OPCION: " WITH NO ADVANCING.
015500     ACCEPT VTA-OPCION-MENU.
015600
015700     EVALUATE VTA-OPCION-MENU
015800         WHEN 1
015900             PERFORM 3000-LISTAR THRU 3000-EXIT
016000         WHEN 2
016100             IF VTA-LGN-ROL-CONSULTA
016200                 DISPLAY "SU ROL NO PERMITE ALTAS."
016300             ELSE
016400                 PERFORM 4000-AGREGAR THRU 4000-EXIT
016500             END-IF
016600         WHEN 3
016700             IF VTA-LGN-ROL-CONSULTA
016800                 DISPLAY "SU ROL NO PERMITE MODIFICACIONES."
016900             ELSE
017000                 PERFORM 5000-MODIFICAR THRU 5000-EXIT
017100             END-IF
017200         WHEN 4
017300             IF NOT VTA-LGN-ROL-SUPER
017400                 DISPLAY "LA BAJA REQUIERE ROL DE SUPERVISOR."
017500             ELSE
017600                 PERFORM 6000-DAR-DE-BAJA THRU 6000-EXIT
017700             END-IF
017800         WHEN 5
017900             PERFORM 6500-CONSULTAR THRU 6500-EXIT
018000         WHEN 6
018100             SET VTA-SALIR TO TRUE
018200         WHEN OTHER
018300             DISPLAY "OPCION INVALIDA."
018400     END-EVALUATE.
018500
018600 2000-EXIT.
018700     EXIT.
018800
018900******************************************************************
019000*3000-LISTAR: RECORRE EL MAESTRO COMPLETO EN ORDEN DE LEGAJO CON
019100*START DESDE LA PRIMERA CLAVE Y READ NEXT HASTA EL FINAL.
019200******************************************************************
019300 3000-LISTAR.
019400
019500     MOVE "N" TO VTA-SW-FIN-LISTADO.
019600     MOVE LOW-VALUES TO VTA-EMP-LEGAJO.
019700
019800     START EMPLEADO-FILE KEY >= VTA-EMP-LEGAJO
019900         INVALID KEY
020000             SET VTA-FIN-LISTADO TO TRUE
020100     END-START.
020200
020300     IF VTA-FIN-LISTADO
020400         DISPLAY "NO HAY EMPLEADOS CARGADOS."
020500         GO TO 3000-EXIT
020600     END-IF.
020700
020800     PERFORM 3100-LISTAR-UNO THRU 3100-EXIT
020900         UNTIL VTA-FIN-LISTADO.
021000
021100 3000-EXIT.
021200     EXIT.
021300
021400 3100-LISTAR-UNO.
021500
021600     READ EMPLEADO-FILE NEXT
021700         AT END
021800             SET VTA-FIN-LISTADO TO TRUE
021900         NOT AT END
022000             PERFORM 3200-MOSTRAR-EMPLEADO THRU 3200-EXIT
022100     END-READ.
022200
022300 3100-EXIT.
022400     EXIT.
022500
022600 3200-MOSTRAR-EMPLEADO.
022700
022800     MOVE VTA-EMP-LEGAJO     TO VTA-LE-LEGAJO.
022900     MOVE VTA-EMP-NOMBRE     TO VTA-LE-NOMBRE.
023000     MOVE VTA-EMP-SUCURSAL   TO VTA-LE-SUCURSAL.
023100     MOVE VTA-EMP-ESTADO     TO VTA-LE-ESTADO.
023200     DISPLAY VTA-LINEA-EMPLEADO.
023300
023400 3200-EXIT.
023500     EXIT.
023600
023700 3300-MOSTRAR-CONDICIONES.
023800
023900     MOVE VTA-EMP-PORC-DESCUENTO TO VTA-LC-PORCENTAJE.
024000     MOVE VTA-EMP-TOPE-MENSUAL   TO VTA-LC-TOPE.
024100     MOVE VTA-EMP-NOMINA-AUTORIZ TO VTA-LC-NOMINA.
024200     MOVE VTA-EMP-MES-CONSUMO    TO VTA-LC-MES.
024300     MOVE VTA-EMP-CONSUMO-MES    TO VTA-LC-CONSUMO.
024400     DISPLAY VTA-LINEA-CONDICIONES.
024500
024600 3300-EXIT.
024700     EXIT.
024800
024900 4000-AGREGAR.
025000
025100     PERFORM 4100-CAPTURAR-LEGAJO THRU 4100-EXIT.
025200
025300     IF VTA-CAP-LEGAJO = SPACES
025400         DISPLAY "LEGAJO OBLIGATORIO."
025500         GO TO 4000-EXIT
025600     END-IF.
025700
025800     PERFORM 4200-CAPTURAR-DATOS THRU 4200-EXIT.
025900
026000     IF NOT VTA-DATOS-VALIDOS
026100         GO TO 4000-EXIT
026200     END-IF.
026300
026400     MOVE SPACES             TO VTA-EMPLEADO-RECORD.
026500     MOVE VTA-CAP-LEGAJO     TO VTA-EMP-LEGAJO.
026600     MOVE VTA-CAP-NOMBRE     TO VTA-EMP-NOMBRE.
026700     MOVE VTA-CAP-SUCURSAL   TO VTA-EMP-SUCURSAL.
026800     MOVE VTA-CAP-PORCENTAJE TO VTA-EMP-PORC-DESCUENTO.
026900     MOVE VTA-CAP-TOPE       TO VTA-EMP-TOPE-MENSUAL.
027000     MOVE VTA-CAP-NOMINA     TO VTA-EMP-NOMINA-AUTORIZ.
027100     SET VTA-EMP-ACTIVO      TO TRUE.
027200     MOVE ZERO               TO VTA-EMP-MES-CONSUMO.
027300     MOVE ZERO               TO VTA-EMP-CONSUMO-MES.
027400     MOVE ZERO               TO VTA-EMP-ULT-FECHA.
027500     MOVE ZERO               TO VTA-EMP-ULT-SEQ.
027600     MOVE VTA-USUARIO        TO VTA-EMP-USUARIO.
027700
027800     WRITE VTA-EMPLEADO-RECORD
027900         INVALID KEY
028000             DISPLAY "EL EMPLEADO YA EXISTE EN EL MAESTRO."
028100         NOT INVALID KEY
028200             DISPLAY "EMPLEADO AGREGADO POR " VTA-USUARIO "."
028300     END-WRITE.
028400
028500 4000-EXIT.
028600     EXIT.
028700
028800******************************************************************
028900*4100-CAPTURAR-LEGAJO: PIDE EL LEGAJO DEL EMPLEADO, EL MISMO QUE
029000*LA CAJA INFORMA COMO VENDEDOR, CAJERO O EMPLEADO QUE COMPRA.
029100******************************************************************
029200 4100-CAPTURAR-LEGAJO.
029300
029400     MOVE SPACES TO VTA-CAP-LEGAJO.
029500     DISPLAY "LEGAJO: " WITH NO ADVANCING.
029600     ACCEPT VTA-CAP-LEGAJO.
029700
029800 4100-EXIT.
029900     EXIT.
030000
030100******************************************************************
030200*4200-CAPTURAR-DATOS: PIDE NOMBRE, SUCURSAL, PORCENTAJE DE
030300*DESCUENTO DEL PERSONAL (0 A 100), TOPE MENSUAL DE COMPRAS CON IVA
030400*(0 = NO PUEDE COMPRAR COMO EMPLEADO) Y SI FIRMO LA AUTORIZACION
030500*DE DESCUENTO POR NOMINA. UN VALOR FUERA DE RANGO CANCELA LA
030600*OPERACION SIN GRABAR.
030700******************************************************************
030800 4200-CAPTURAR-DATOS.
030900
031000     MOVE "N" TO VTA-SW-DATOS-VALIDOS.
031100
031200     DISPLAY "NOMBRE: " WITH NO ADVANCING.
031300     ACCEPT VTA-CAP-NOMBRE.
031400
031500     DISPLAY "SUCURSAL: " WITH NO ADVANCING.
031600     ACCEPT VTA-CAP-SUCURSAL.
031700
031800     MOVE "PORCENTAJE DE DESCUENTO: " TO VTA-NUM-PROMPT.
031900     CALL "VTANUMER" USING VTA-NUMER-PARMS.
032000     MOVE VTA-NUM-VALOR TO VTA-CAP-PORCENTAJE.
032100
032200     IF VTA-CAP-PORCENTAJE < ZERO
032300        OR VTA-CAP-PORCENTAJE > VTA-PORC-MAXIMO
032400         DISPLAY "PORCENTAJE FUERA DE RANGO (0 A 100)."
032500         GO TO 4200-EXIT
032600     END-IF.
032700
032800     MOVE "TOPE MENSUAL DE COMPRAS: " TO VTA-NUM-PROMPT.
032900     CALL "VTANUMER" USING VTA-NUMER-PARMS.
033000     MOVE VTA-NUM-VALOR TO VTA-CAP-TOPE.
033100
033200     IF VTA-CAP-TOPE < ZERO
033300         DISPLAY "EL TOPE NO PUEDE SER NEGATIVO."
033400         GO TO 4200-EXIT
033500     END-IF.
033600
033700     DISPLAY "AUTORIZO DESCUENTO POR NOMINA (S/N, BLANCO=N): "
033800             WITH NO ADVANCING.
033900     MOVE SPACES TO VTA-CAP-NOMINA.
034000     ACCEPT VTA-CAP-NOMINA.
034100     IF VTA-CAP-NOMINA = "S" OR VTA-CAP-NOMINA = "s"
034200         MOVE "S" TO VTA-CAP-NOMINA
034300     ELSE
034400         MOVE "N" TO VTA-CAP-NOMINA
034500     END-IF.
034600
034700     SET VTA-DATOS-VALIDOS TO TRUE.
034800
034900 4200-EXIT.
035000     EXIT.
035100
035200******************************************************************
035300*5100-LEER-EMPLEADO: LEE POR CLAVE EL EMPLEADO CAPTURADO EN
035400*VTA-CAP-LEGAJO Y DEJA VTA-EMP-ENCONTRADO SEGUN EXISTA O NO.
035500******************************************************************
035600 5100-LEER-EMPLEADO.
035700
035800     MOVE "N" TO VTA-SW-EMP-ENCONTRADO.
035900     MOVE VTA-CAP-LEGAJO TO VTA-EMP-LEGAJO.
036000
036100     READ EMPLEADO-FILE
036200         INVALID KEY
036300             CONTINUE
036400         NOT INVALID KEY
036500             SET VTA-EMP-ENCONTRADO TO TRUE
036600     END-READ.
036700
036800 5100-EXIT.
036900     EXIT.
037000
037100******************************************************************
037200*5000-MODIFICAR: RECAPTURA LOS DATOS DEL EMPLEADO. EL CONSUMO DEL
037300*MES Y LA ULTIMA VENTA APLICADA QUEDAN COMO LOS DEJO EJERCICIO5.
037400******************************************************************
037500 5000-MODIFICAR.
037600
037700     PERFORM 4100-CAPTURAR-LEGAJO THRU 4100-EXIT.
037800
037900     PERFORM 5100-LEER-EMPLEADO THRU 5100-EXIT.
038000
038100     IF NOT VTA-EMP-ENCONTRADO
038200         DISPLAY "EMPLEADO NO ENCONTRADO."
038300         GO TO 5000-EXIT
038400     END-IF.
038500
038600     PERFORM 3200-MOSTRAR-EMPLEADO THRU 3200-EXIT.
038700     PERFORM 3300-MOSTRAR-CONDICIONES THRU 3300-EXIT.
038800
038900     PERFORM 4200-CAPTURAR-DATOS THRU 4200-EXIT.
039000
039100     IF NOT VTA-DATOS-VALIDOS
039200         GO TO 5000-EXIT
039300     END-IF.
039400
039500     MOVE VTA-CAP-NOMBRE     TO VTA-EMP-NOMBRE.
039600     MOVE VTA-CAP-SUCURSAL   TO VTA-EMP-SUCURSAL.
039700     MOVE VTA-CAP-PORCENTAJE TO VTA-EMP-PORC-DESCUENTO.
039800     MOVE VTA-CAP-TOPE       TO VTA-EMP-TOPE-MENSUAL.
039900     MOVE VTA-CAP-NOMINA     TO VTA-EMP-NOMINA-AUTORIZ.
040000     SET VTA-EMP-ACTIVO      TO TRUE.
040100     MOVE VTA-USUARIO        TO VTA-EMP-USUARIO.
040200
040300     REWRITE VTA-EMPLEADO-RECORD.
040400
040500     DISPLAY "EMPLEADO MODIFICADO.".
040600
040700 5000-EXIT.
040800     EXIT.
040900
041000******************************************************************
041100*6000-DAR-DE-BAJA: BAJA LOGICA. EL REGISTRO QUEDA EN EL MAESTRO
041200*EN ESTADO "B" Y EJERCICIO5 RECHAZA SUS COMPRAS COMO EMPLEADO.
041300******************************************************************
041400 6000-DAR-DE-BAJA.
041500
041600     PERFORM 4100-CAPTURAR-LEGAJO THRU 4100-EXIT.
041700
041800     PERFORM 5100-LEER-EMPLEADO THRU 5100-EXIT.
041900
042000     IF NOT VTA-EMP-ENCONTRADO
042100         DISPLAY "EMPLEADO NO ENCONTRADO."
042200         GO TO 6000-EXIT
042300     END-IF.
042400
042500     SET VTA-EMP-DE-BAJA TO TRUE.
042600     MOVE VTA-USUARIO TO VTA-EMP-USUARIO.
042700     REWRITE VTA-EMPLEADO-RECORD.
042800
042900     DISPLAY "EMPLEADO DADO DE BAJA.".
043000
043100 6000-EXIT.
043200     EXIT.
043300
043400 6500-CONSULTAR.
043500
043600     PERFORM 4100-CAPTURAR-LEGAJO THRU 4100-EXIT.
043700
043800     PERFORM 5100-LEER-EMPLEADO THRU 5100-EXIT.
043900
044000     IF VTA-EMP-ENCONTRADO
044100         PERFORM 3200-MOSTRAR-EMPLEADO THRU 3200-EXIT
044200         PERFORM 3300-MOSTRAR-CONDICIONES THRU 3300-EXIT
044300     ELSE
044400         DISPLAY "EMPLEADO NO ENCONTRADO."
044500     END-IF.
044600
044700 6500-EXIT.
044800     EXIT.
044900
045000 9000-FINALIZAR.
045100
045200     CLOSE EMPLEADO-FILE.
045300
045400 9000-EXIT.
045500     EXIT.
045600
045700 END PROGRAM VTA8300.

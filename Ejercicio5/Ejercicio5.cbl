007777*               DOCUMENTO DE RESPALDO Y LA SUCURSAL: EL KARDEX
007778*               POR FIN EXPLICA COMPLETO EL STOCK DEL MAESTRO,
007779*               Y LA CONCILIACION NOCTURNA VTA5600 LO VERIFICA.
007781*2026-10-15 NF  CADA VENTA CONSUME TAMBIEN EL STOCK POR LOTE DE
007783*               LA SUCURSAL (STOCKLOT, CARGADO POR VTA1500),
007785*               EMPEZANDO POR EL LOTE QUE VENCE ANTES.
007786*2026-10-15 NF  LOS PUNTOS DE BONUS POR TIER DE FIDELIDAD SE
007788*               LEEN DE FIDELIDAD-TABLA-FILE (FIDETABL,
007790*               OPCIONAL) EN LUGAR DE ESTAR FIJOS EN
007791*               2130-COMPARAR-CLIENTE: ASI SE PUEDEN CAMBIAR SIN
007793*               RECOMPILAR Y SIMULAR ANTES CON VTA6300. SIN
007795*               TABLA RIGEN LOS VALORES DE SIEMPRE (1/2/3).
007803*2026-10-15 NF  CUPONES DE CAMPANIA DE USO UNICO: LA VENTA PUEDE
007811*               TRAER EL CODIGO DE UN CUPON DEL MAESTRO CUPONES
007819*               (EMITIDO CON VTA6400). 2080-VALIDAR-CUPON LO
007827*               RECHAZA CON EL CODIGO 17 SI NO EXISTE, YA FUE
007835*               CANJEADO, ESTA FUERA DE VIGENCIA, NO CUMPLE SU
007843*               CONDICION O VIENE JUNTO CON UN OVERRIDE; SI ES
007851*               VALIDO SU DESCUENTO SE SUMA AL CALCULO Y EL CUPON
007859*               QUEDA CANJEADO CON LA CLAVE DE LA VENTA. EL CUPON
007867*               Y SU PARTE DEL DESCUENTO VIAJAN AL AUDIT-LOG.
007868*2026-10-15 NF  PREVENCION DE PERDIDAS: EL AUDIT-LOG LLEVA EL
007869*               LEGAJO DEL CAJERO, Y LOS RECHAZOS POR CLAVE
007871*               DUPLICADA (10) O IMPORTE INCONSISTENTE CON EL
007872*               PRECIO (11) Y LOS SALTOS DE SECUENCIA SE
007873*               ACUMULAN EN PREVEVT PARA EL REPORTE VTA6600.
007874*2026-10-15 NF  LA VENTA TRAE LA HORA DEL TICKET EN LA CAJA
007876*               (VTA-TRANS-HORA), QUE PASA A SALES-TOTAL-FILE Y
007878*               AL AUDIT-LOG PARA EL ANALISIS HORARIO (VTA6700).
007879*               UNA HORA EN BLANCO O INVALIDA SE TOMA COMO CERO.
007880*2026-10-15 NF  VENTAS CON TARJETA DE CREDITO EN CUOTAS: LA VENTA
007881*               TRAE EL PLAN (VTA-TRANS-PLAN-CUOTAS), QUE SE
007882*               VALIDA CONTRA LA TABLA DE PLANES (PLANCUOT,
007883*               CARGADA AL INICIO); UN PLAN INEXISTENTE O EN
007884*               CUOTAS CON OTRO MEDIO SE RECHAZA CON EL CODIGO
007885*               18. EL RECARGO FINANCIERO DEL PLAN SE SUMA AL
007886*               TOTAL A COBRAR CON SU PROPIA CATEGORIA DE IVA Y
007887*               VIAJA SEPARADO DEL DESCUENTO A SALESTOT Y AL
007888*               AUDIT-LOG.
007889*2026-10-15 NF  LA VENTA CON TARJETA TRAE EL NUMERO DE
007891*               AUTORIZACION DEL POSNET (VTA-TRANS-AUTORIZ-TARJ),
007892*               QUE PASA AL AUDIT-LOG PARA UBICAR EL TICKET DE UN
007894*               CONTRACARGO.
007902*2026-10-15 NF  TIENDA WEB: LA VENTA TRAE SU CANAL ("W" WEB, "T"
007911*               LOCAL) Y EN LA WEB EL CARGO DE ENVIO, QUE NO SE
007920*               DESCUENTA, SE GRAVA A LA TASA GENERAL Y SE SUMA
007929*               AL TOTAL A COBRAR; CANAL, ENVIO E IVA DEL ENVIO
007938*               VIAJAN AL AUDIT-LOG. LA VENTA WEB (NUMERADA POR
007947*               VTA8000 DESDE 900001) NO ENTRA AL CONTROL DE
007955*               SECUENCIA DE LAS TERMINALES.
007956*2026-10-15 NF  PEDIDOS ESPECIALES CON SENA: LA VENTA QUE RETIRA
007957*               UN PEDIDO (VTA-TRANS-PEDIDO-ESP) APLICA LA SENA
007958*               COMO PAGO (VTA-TOT-SENA), LIBERA LA RESERVA DE
007959*               LA SUCURSAL, MARCA EL PEDIDO ENTREGADO EN PEDESPE
007960*               Y DEJA LA SENA APLICADA EN SENAMOV (RECHAZO 19 SI
007961*               EL PEDIDO NO ES RETIRABLE). UNA VENTA QUE TOMARIA
007962*               UNIDADES RESERVADAS DE LA SUCURSAL SE RECHAZA
007963*               CON EL CODIGO 20.
007964*2026-10-15 NF  COMPRAS DEL PERSONAL: LA VENTA CON LEGAJO DE
007965*               EMPLEADO (VTA-TRANS-EMPLEADO-ID) TOMA EL
007966*               PORCENTAJE DEL MAESTRO EMPLEADM EN LUGAR DE LOS
007967*               DE TRAMO, FIDELIDAD, VOLUMEN Y PROMOCION, SUMA AL
007968*               CONSUMO DEL MES DEL EMPLEADO Y QUEDA EN EL DIARIO
007969*               CONSEMP. NUEVO MEDIO "NM" (DESCUENTO POR NOMINA).
007970*               RECHAZO 21 COMPRA DEL PERSONAL INVALIDA, 22 SI
007971*               PASA EL TOPE MENSUAL DEL EMPLEADO.
007972*2026-10-15 NF  EL LOG DE AUDITORIA PASA A 241 POSICIONES: LLEVA
007974*               EL NUMERO DE LA GIFT CARD DEBITADA O ACREDITADA,
007975*               PARA PODER REAPLICAR SUS MOVIMIENTOS SOBRE UNA
007977*               IMAGEN DE RESPALDO DE GIFTCARD.
007978*2026-10-15 NF  PERCEPCION DE INGRESOS BRUTOS: A UN CLIENTE CON
007979*               ALICUOTA DEL PADRON PROVINCIAL VIGENTE EN LA
007980*               FECHA DE NEGOCIO (CARGADA EN CLIENTEM POR
007982*               VTA9300) SE LE PERCIBE SOBRE LA BASE IMPONIBLE
007983*               Y SE SUMA AL TOTAL A COBRAR. LA PERCEPCION Y SU
007984*               ALICUOTA VIAJAN A SALESTOT (147 POSICIONES) Y AL
007985*               LOG DE AUDITORIA (254 POSICIONES).
007991*2026-10-15 NF  CORRIDAS INTRADIARIAS (JOB VTAI010, PARAMETRO
007998*               CORRPRM EN "I"): PROCESAN LO RECIBIDO HASTA EL
008005*               MOMENTO Y GRABAN SALESTOT Y EXCEPTVT PARCIALES,
008012*               SIN TRAILERS, SIN CONTROL DE SALTOS Y SIN MARCAR
008018*               CALENPRC. CADA TICKET GRABADO QUEDA EN EL INDICE
008025*               TKTPROC: LAS CORRIDAS SIGUIENTES Y LA NOCTURNA LO
008032*               SALTEAN, PERO LO PASAN POR EL CONTROL DE CLAVE Y
008039*               DE SECUENCIA. LA NOCTURNA COPIA LOS PARCIALES A
008045*               SUS ARCHIVOS DE CIERRE Y, AL TERMINAR BIEN, BORRA
008052*               EL INDICE DEL DIA Y VACIA LOS PARCIALES. EL
008059*               CHECKPOINT GUARDA EL MODO Y LA FECHA DE NEGOCIO.
008066******************************************************************
008072 IDENTIFICATION DIVISION.
008079 PROGRAM-ID. Ejercicio5.
008086 AUTHOR. N. FEDIUK.
008093 INSTALLATION. PERFUMERIA - SISTEMAS.
008100 DATE-WRITTEN. 2026-08-08.
008200 DATE-COMPILED. 2026-08-08.
008300
012800     SELECT VOLUMEN-TABLA-FILE ASSIGN TO "VOLUTABL"
012900         ORGANIZATION IS SEQUENTIAL
013000         FILE STATUS IS VTA-VOLFIL-STATUS.
013014
013028*FIDETABL ES OPTIONAL: SIN TABLA DE FIDELIDAD RIGEN LOS BONUS
013042*HISTORICOS (VER 1650-CARGAR-FIDELIDAD).
013057     SELECT OPTIONAL FIDELIDAD-TABLA-FILE ASSIGN TO "FIDETABL"
013071         ORGANIZATION IS SEQUENTIAL
013085         FILE STATUS IS VTA-FIDFIL-STATUS.
013100
013200     SELECT PRODUCTO-MASTER-FILE ASSIGN TO "PRODUCTM"
013300         ORGANIZATION IS INDEXED
013830         ORGANIZATION IS SEQUENTIAL
013840         FILE STATUS IS VTA-PROMFIL-STATUS.
013841
013842     SELECT PLAN-CUOTAS-FILE ASSIGN TO "PLANCUOT"
013843         ORGANIZATION IS SEQUENTIAL
013844         FILE STATUS IS VTA-PLCFIL-STATUS.
013845
013846     SELECT GIFT-CARD-FILE ASSIGN TO "GIFTCARD"
013847         ORGANIZATION IS INDEXED
013848         ACCESS MODE IS RANDOM
013849         RECORD KEY IS VTA-GFT-NUMERO
013850         FILE STATUS IS VTA-GIFT-STATUS.
013851
013852     SELECT CUPON-FILE ASSIGN TO "CUPONES"
013853         ORGANIZATION IS INDEXED
013854         ACCESS MODE IS RANDOM
013855         RECORD KEY IS VTA-CUP-CODIGO
013856         FILE STATUS IS VTA-CUPON-STATUS.
013857
013858     SELECT OPTIONAL FECHA-PARM-FILE ASSIGN TO "FECHAPRM"
013859         ORGANIZATION IS SEQUENTIAL
013860         FILE STATUS IS VTA-FPRM-STATUS.
013861
013862     SELECT CTA-SALDO-FILE ASSIGN TO "CTASALDO"
013863         ORGANIZATION IS INDEXED
013864         ACCESS MODE IS RANDOM
013865         RECORD KEY IS VTA-CTA-CLIENTE-ID
013866         FILE STATUS IS VTA-CTASLD-STATUS.
013867
013868     SELECT PRECIO-TOLER-FILE ASSIGN TO "PRECTOLR"
013869         ORGANIZATION IS SEQUENTIAL
013870         FILE STATUS IS VTA-PTOLR-STATUS.
013871
013872     SELECT SEQ-CONTROL-REPORT-FILE ASSIGN TO "SEQCTRL"
013873         ORGANIZATION IS LINE SEQUENTIAL
013875         FILE STATUS IS VTA-SEQRPT-STATUS.
013876
013877     SELECT CALEN-PROC-FILE ASSIGN TO "CALENPRC"
013878         ORGANIZATION IS INDEXED
013880         ACCESS MODE IS RANDOM
013890         RECORD KEY IS VTA-CAL-FECHA
013895         FILE STATUS IS VTA-CALEN-STATUS.
013940     SELECT OPTIONAL KARDEX-FILE ASSIGN TO "KARDEX"
013941         ORGANIZATION IS SEQUENTIAL
013942         FILE STATUS IS VTA-KARDEX-STATUS.
013943
013944     SELECT OPTIONAL PREV-EVENTO-FILE ASSIGN TO "PREVEVT"
013945         ORGANIZATION IS SEQUENTIAL
013947         FILE STATUS IS VTA-PREVEV-STATUS.
013948
013949     SELECT STOCK-LOTE-FILE ASSIGN TO "STOCKLOT"
013951         ORGANIZATION IS INDEXED
013956         ACCESS MODE IS DYNAMIC
013961         RECORD KEY IS VTA-LOT-CLAVE
013966         FILE STATUS IS VTA-STKLOT-STATUS.
013971
013973*PEDIDOS ESPECIALES CON SENA (VTA8100): LA VENTA DEL RETIRO MARCA
013975*EL PEDIDO ENTREGADO Y DEJA LA SENA APLICADA EN EL DIARIO.
013977     SELECT PEDIDO-ESP-FILE ASSIGN TO "PEDESPE"
013979         ORGANIZATION IS INDEXED
013982         ACCESS MODE IS RANDOM
013984         RECORD KEY IS VTA-SPD-CLAVE
013986         FILE STATUS IS VTA-PEDESP-STATUS.
013988
013991     SELECT OPTIONAL SENA-MOV-FILE ASSIGN TO "SENAMOV"
013993         ORGANIZATION IS SEQUENTIAL
013995         FILE STATUS IS VTA-SENAMV-STATUS.
013997
014003*COMPRAS DEL PERSONAL: EL MAESTRO DE EMPLEADOS DA EL PORCENTAJE Y
014010*EL TOPE Y LLEVA EL CONSUMO DEL MES; CADA COMPRA QUEDA ADEMAS EN
014017*EL DIARIO QUE EL CIERRE MENSUAL (VTA8400) PASA A SUELDOS.
014024     SELECT EMPLEADO-FILE ASSIGN TO "EMPLEADM"
014031         ORGANIZATION IS INDEXED
014038         ACCESS MODE IS RANDOM
014045         RECORD KEY IS VTA-EMP-LEGAJO
014051         FILE STATUS IS VTA-EMPL-STATUS.
014058
014065     SELECT OPTIONAL CONS-EMP-FILE ASSIGN TO "CONSEMP"
014072         ORGANIZATION IS SEQUENTIAL
014079         FILE STATUS IS VTA-CONSEMP-STATUS.
014086
014090*CORRIDAS INTRADIARIAS (VTAI010): EL PARAMETRO CORRPRM DA EL MODO,
014095*EL INDICE TKTPROC ANOTA LOS TICKETS YA GRABADOS EN EL DIA Y LA
014100*CORRIDA NOCTURNA INCORPORA A SUS ARCHIVOS DE CIERRE LAS VENTAS Y
014105*EXCEPCIONES PARCIALES (SALESPAR Y EXCEPPAR).
014109     SELECT OPTIONAL CORRIDA-PARM-FILE ASSIGN TO "CORRPRM"
014114         ORGANIZATION IS SEQUENTIAL
014119         FILE STATUS IS VTA-CPRM-STATUS.
014124
014128     SELECT TKT-PROC-FILE ASSIGN TO "TKTPROC"
014133         ORGANIZATION IS INDEXED
014138         ACCESS MODE IS DYNAMIC
014143         RECORD KEY IS VTA-TKP-KEY
014147         FILE STATUS IS VTA-TKTPRC-STATUS.
014152
014157     SELECT OPTIONAL VENTAS-PARC-FILE ASSIGN TO "SALESPAR"
014162         ORGANIZATION IS SEQUENTIAL
014166         FILE STATUS IS VTA-VPAR-STATUS.
014171
014176     SELECT OPTIONAL EXCEP-PARC-FILE ASSIGN TO "EXCEPPAR"
014181         ORGANIZATION IS SEQUENTIAL
014185         FILE STATUS IS VTA-EPAR-STATUS.
014190 DATA DIVISION.
014195 FILE SECTION.
014200 FD  SALES-TRANS-FILE
014300     RECORDING MODE IS F.
014400     COPY VTATRAN.
017800 FD  VOLUMEN-TABLA-FILE
017900     RECORDING MODE IS F.
018000     COPY VTAVOL.
018020
018040 FD  FIDELIDAD-TABLA-FILE
018060     RECORDING MODE IS F.
018080     COPY VTAFIDE.
018100
018200 FD  PRODUCTO-MASTER-FILE
018300     RECORDING MODE IS F.
018830     RECORDING MODE IS F.
018840     COPY VTAPROM.
018841
018842 FD  PLAN-CUOTAS-FILE
018843     RECORDING MODE IS F.
018844     COPY VTAPLCU.
018845
018846 FD  GIFT-CARD-FILE
018847     RECORDING MODE IS F.
018848     COPY VTAGIFT.
018849
018850 FD  CUPON-FILE
018851     RECORDING MODE IS F.
018852     COPY VTACUPN.
018853
018854 FD  NOTA-CRED-FILE
018855     RECORDING MODE IS F.
018856     COPY VTANCRD.
018857
018858 FD  PUNTOS-SALDO-FILE
018859     RECORDING MODE IS F.
018860     COPY VTAPTOS.
018861
018862 FD  PUNTOS-MOV-FILE
018863     RECORDING MODE IS F.
018864     COPY VTAPTMV.
018865
018866 FD  CRED-HOLD-FILE
018867     RECORDING MODE IS F.
018868     COPY VTAHOLD.
018869
018870 FD  TERMINAL-MASTER-FILE
018871     RECORDING MODE IS F.
018872     COPY VTATERM.
018873
018874 FD  STOCK-SUC-FILE
018875     RECORDING MODE IS F.
018876     COPY VTASTKS.
018877
018878 FD  PRECIO-VIG-FILE
018879     RECORDING MODE IS F.
018880     COPY VTAPRCV.
018881
018882 FD  CLI-MERGE-FILE
018883     RECORDING MODE IS F.
018884     COPY VTAMRG.
018885
018886 FD  KARDEX-FILE
018887     RECORDING MODE IS F.
018888     COPY VTAKDX.
018889
018890 FD  PREV-EVENTO-FILE
018891     RECORDING MODE IS F.
018892     COPY VTAPEVT.
018893
018894 FD  STOCK-LOTE-FILE
018895     RECORDING MODE IS F.
018896     COPY VTASTLT.
018897
018898 FD  PEDIDO-ESP-FILE
018899     RECORDING MODE IS F.
018900     COPY VTASPED.
018901
018902 FD  SENA-MOV-FILE
018903     RECORDING MODE IS F.
018904     COPY VTASENA.
018905
018906 FD  EMPLEADO-FILE
018907     RECORDING MODE IS F.
018908     COPY VTAEMPL.
018909
018910 FD  CONS-EMP-FILE
018911     RECORDING MODE IS F.
018912     COPY VTACEMP.
018913
018914 FD  FECHA-PARM-FILE
018915     RECORDING MODE IS F.
018916 01  VTA-FECHA-PARM-RECORD.
018917     05  VTA-FPRM-FECHA           PIC 9(08).
018918     05  FILLER                   PIC X(72).
018919
018921 FD  CTA-SALDO-FILE
018926     RECORDING MODE IS F.
018931     COPY VTACTAC.
018981     RECORDING MODE IS F.
018986     COPY VTACAL.
018991
018996 FD  CORRIDA-PARM-FILE
019001     RECORDING MODE IS F.
019007 01  VTA-CORRIDA-PARM-RECORD.
019012     05  VTA-CPRM-MODO            PIC X(01).
019018     05  FILLER                   PIC X(79).
019023
019029 FD  TKT-PROC-FILE
019034     RECORDING MODE IS F.
019040     COPY VTATKPR.
019045
019050 FD  VENTAS-PARC-FILE
019056     RECORDING MODE IS F.
019061 01  VTA-VENTA-PARC-RECORD        PIC X(147).
019067
019072 FD  EXCEP-PARC-FILE
019078     RECORDING MODE IS F.
019083 01  VTA-EXCEP-PARC-RECORD        PIC X(88).
019089
019094 WORKING-STORAGE SECTION.
019100
019133 COPY VTARLGP.
019166
022600 01  VTA-VOLFIL-STATUS            PIC X(02).
022700     88  VTA-VOLFIL-OK            VALUE "00".
022800     88  VTA-VOLFIL-EOF           VALUE "10".
022820
022840 01  VTA-FIDFIL-STATUS            PIC X(02).
022860     88  VTA-FIDFIL-OK            VALUE "00".
022880     88  VTA-FIDFIL-EOF           VALUE "10".
022900
023000 01  VTA-PRODMTR-STATUS           PIC X(02).
023100     88  VTA-PRODMTR-OK           VALUE "00".
023520 01  VTA-PROMFIL-STATUS           PIC X(02).
023530     88  VTA-PROMFIL-OK           VALUE "00".
023540     88  VTA-PROMFIL-EOF          VALUE "10".
023542
023544 01  VTA-PLCFIL-STATUS            PIC X(02).
023546     88  VTA-PLCFIL-OK            VALUE "00".
023548     88  VTA-PLCFIL-EOF           VALUE "10".
023550
023551 01  VTA-CALEN-STATUS             PIC X(02).
023552     88  VTA-CALEN-OK             VALUE "00".
023553
023554 01  VTA-SEQRPT-STATUS            PIC X(02).
023555     88  VTA-SEQRPT-OK            VALUE "00".
023556
023558 01  VTA-PTOLR-STATUS             PIC X(02).
023559     88  VTA-PTOLR-OK             VALUE "00".
023560
023561 01  VTA-CTASLD-STATUS            PIC X(02).
023562     88  VTA-CTASLD-OK            VALUE "00".
023563
023564 01  VTA-FPRM-STATUS              PIC X(02).
023566     88  VTA-FPRM-OK              VALUE "00".
023567
023568 01  VTA-CPRM-STATUS              PIC X(02).
023569     88  VTA-CPRM-OK              VALUE "00".
023570
023571 01  VTA-TKTPRC-STATUS            PIC X(02).
023572     88  VTA-TKTPRC-OK            VALUE "00".
023574
023575 01  VTA-VPAR-STATUS              PIC X(02).
023576     88  VTA-VPAR-OK              VALUE "00".
023577
023578 01  VTA-EPAR-STATUS              PIC X(02).
023579     88  VTA-EPAR-OK              VALUE "00".
023581
023582 01  VTA-SALDO-CTA-ACTUAL         PIC S9(09)V9(02) VALUE ZERO.
023583
023584*TOLERANCIA DE LA VALIDACION DE IMPORTE CONTRA PRECIO DE LISTA.
023585*EN CERO (O SIN ARCHIVO DE TOLERANCIA) SE EXIGE COINCIDENCIA
023586*EXACTA CON CANTIDAD POR PRECIO.
023587 77  VTA-PRECIO-TOLERANCIA        PIC 9(07)V9(02) VALUE ZERO.
023589
023590 01  VTA-PRECIO-ESPERADO          PIC 9(09)V9(02).
023591 01  VTA-PRECIO-DIF               PIC S9(09)V9(02).
023592 01  VTA-PRECIO-DIF-ABS           PIC 9(09)V9(02).
023593
023594*RESULTADO DE LA VALIDACION DEL CALENDARIO DE PROCESAMIENTO: SI
023595*LA CORRIDA SE RECHAZA, NO SE PROCESA NADA Y EL PASO TERMINA
023597*CON RETURN-CODE 8 PARA FRENAR EL RESTO DEL JOB.
023598 01  VTA-CALEN-RECHAZO-SW         PIC X(01) VALUE "N".
023599     88  VTA-CALEN-RECHAZADO      VALUE "S".
023600
023601 01  VTA-FECHA-NEGOCIO            PIC 9(08) VALUE ZERO.
023602
023603*MODO DE LA CORRIDA, TOMADO DEL PARAMETRO CORRPRM: LA NOCTURNA
023605*(SIN PARAMETRO) CIERRA EL DIA; LA INTRADIARIA PROCESA LO RECIBIDO
023606*HASTA EL MOMENTO, SIN TRAILERS NI CONTROL DE SALTOS Y SIN MARCAR
023607*EL CALENDARIO.
023608 01  VTA-MODO-CORRIDA             PIC X(01) VALUE "N".
023609     88  VTA-CORRIDA-NOCTURNA     VALUE "N".
023610     88  VTA-CORRIDA-INTRADIARIA  VALUE "I".
023612
023613 01  VTA-GIFT-STATUS              PIC X(02).
023614     88  VTA-GIFT-OK              VALUE "00".
023616 01  VTA-GIFT-SWITCH              PIC X(01) VALUE "N".
023617     88  VTA-GIFT-ENCONTRADA      VALUE "S".
023618
023619*CUPON DE CAMPANIA DE LA VENTA EN PROCESO: 2080-VALIDAR-CUPON DEJA
023620*EL TIPO Y EL VALOR DEL CUPON VALIDO, 2100-CALCULAR-DESCUENTO LA
023621*PARTE DEL DESCUENTO QUE CORRESPONDE AL CUPON (LA QUE VA AL
023622*AUDIT-LOG PARA EL REPORTE DE CAMPANIAS).
023623 01  VTA-CUPON-STATUS             PIC X(02).
023624     88  VTA-CUPON-OK             VALUE "00".
023625
023626 01  VTA-CUPON-SWITCH             PIC X(01) VALUE "N".
023627     88  VTA-CUPON-VALIDO         VALUE "S".
023628
023629 01  VTA-CUPON-PROD-SWITCH        PIC X(01) VALUE "N".
023630     88  VTA-CUPON-PROD-OK        VALUE "S".
023631
023632 01  VTA-CUPON-TIPO               PIC X(01).
023633     88  VTA-CUPON-PORCENTUAL     VALUE "P".
023634     88  VTA-CUPON-MONTO-FIJO     VALUE "M".
023635 01  VTA-CUPON-VALOR              PIC 9(07)V9(02).
023636 01  VTA-CUPON-DESCUENTO          PIC 9(07)V9(02).
023637 01  VTA-CUPON-MOTIVO             PIC X(40).
023638
023639*AREA DEL TICKET EN PROCESO: LA CABECERA (O LA VENTA SIMPLE)
023640*GUARDADA ANTES DE LA LECTURA ADELANTADA DE 1150-ARMAR-TICKET,
023641*Y LA TABLA DE LINEAS DE DETALLE CON LOS TOTALES DEL TICKET.
023642*UNA VENTA SIMPLE SE CARGA COMO TICKET DE UNA SOLA LINEA PARA
023643*QUE LAS VALIDACIONES POR LINEA Y EL DESCUENTO DE STOCK
023644*TRABAJEN SIEMPRE IGUAL.
023645*EL AREA DEBE CUBRIR EL REGISTRO VTATRAN COMPLETO (HOY 158
023646*POSICIONES): UN AREA CORTA TRUNCARIA LOS CAMPOS DEL FINAL DEL
023647*REGISTRO (CUPON, HORA, PLAN, AUTORIZACION, CANAL, ENVIO,
023648*PEDIDO ESPECIAL, EMPLEADO) AL RESTAURAR LA CABECERA.
023649 01  VTA-CABECERA-GUARDADA.
023650     05  VTA-CAB-CLAVE            PIC X(14).
023651     05  FILLER                   PIC X(144).
023652
023653 01  VTA-TICKET-AREA.
023654     05  VTA-TKT-CANT-LINEAS      PIC 9(03) COMP VALUE ZERO.
023655     05  VTA-TKT-REGISTROS        PIC 9(05) COMP VALUE ZERO.
023656     05  VTA-TKT-CANT-TOTAL       PIC 9(07) VALUE ZERO.
023657     05  VTA-TKT-IMPORTE-LINEAS   PIC S9(07)V9(02) VALUE ZERO.
023658     05  VTA-TKT-DETALLE OCCURS 50 TIMES
023659                         INDEXED BY VTA-TKT-IDX.
023660         10  VTA-TKT-PRODUCTO     PIC X(06).
023661         10  VTA-TKT-CANTIDAD     PIC 9(05).
023662         10  VTA-TKT-IMPORTE      PIC S9(07)V9(02).
023663
023664 01  VTA-TKT-ERROR-SW             PIC X(01) VALUE "N".
023665     88  VTA-TKT-MAL-ARMADO       VALUE "S".
023666
023667 01  VTA-IMPORTE-LINEA-PESOS      PIC S9(09)V9(02).
023668
023669 01  VTA-NCRED-STATUS             PIC X(02).
023670     88  VTA-NCRED-OK             VALUE "00".
023671
023672*MARCA DE LA DEVOLUCION EN PROCESO (TIPO "R" DE VTATRAN), FIJADA
023673*EN 2009-NORMALIZAR-TICKET: INVIERTE EL SENTIDO DEL STOCK, DEL
023674*SALDO DE GIFT CARD Y DE LOS IMPORTES DE LA AUDITORIA.
023675 01  VTA-DEVOLUCION-SW            PIC X(01) VALUE "N".
023676     88  VTA-ES-DEVOLUCION        VALUE "S".
023677
023678 01  VTA-PSALDO-STATUS            PIC X(02).
023679     88  VTA-PSALDO-OK            VALUE "00".
023680
023681 01  VTA-PMOV-STATUS              PIC X(02).
023683     88  VTA-PMOV-OK              VALUE "00".
023684
023685 01  VTA-PSALDO-SWITCH            PIC X(01) VALUE "N".
023686     88  VTA-PSALDO-EXISTE        VALUE "S".
023687
023688 01  VTA-CHOLD-STATUS             PIC X(02).
023689     88  VTA-CHOLD-OK             VALUE "00".
023690
023691 01  VTA-CHOLD-SWITCH             PIC X(01) VALUE "N".
023692     88  VTA-CLIENTE-BLOQUEADO    VALUE "S".
023693
023694 01  VTA-TERMTR-STATUS            PIC X(02).
023695     88  VTA-TERMTR-OK            VALUE "00".
023696     88  VTA-TERMTR-EOF           VALUE "10".
023697
023698 01  VTA-STKSUC-STATUS            PIC X(02).
023699     88  VTA-STKSUC-OK            VALUE "00".
023700
023701*TERMINALES Y SU SUCURSAL, CARGADAS AL INICIO DESDE TERMINAM.
023702*UNA TERMINAL QUE NO FIGURA DESCUENTA BAJO LA SUCURSAL "???",
023703*IGUAL CRITERIO QUE EL CIERRE DIARIO (VTA0200).
023704 01  VTA-TABLA-TERMINALES.
023705     05  VTA-TRM-CANT             PIC 9(03) COMP VALUE ZERO.
023706     05  VTA-TRM-ENTRADA OCCURS 100 TIMES
023707                         INDEXED BY VTA-TRM-IDX.
023708         10  VTA-TRM-ID           PIC X(05).
023709         10  VTA-TRM-SUC-COD      PIC X(03).
023710
023711 01  VTA-TRM-SWITCH               PIC X(01) VALUE "N".
023712     88  VTA-TRM-ENCONTRADA       VALUE "S".
023713
023714 01  VTA-SUCURSAL-VENTA           PIC X(03) VALUE SPACES.
023716
023717 01  VTA-STKSUC-SWITCH            PIC X(01) VALUE "N".
023718     88  VTA-STKSUC-EXISTE        VALUE "S".
023719
023720 01  VTA-PRVIG-STATUS             PIC X(02).
023721     88  VTA-PRVIG-OK             VALUE "00".
023722
023723 01  VTA-SW-FIN-PRECIOS           PIC X(01) VALUE "N".
023724     88  VTA-FIN-PRECIOS          VALUE "S".
023725
023726*PRECIO DE LISTA VIGENTE EN LA FECHA DE LA VENTA PARA LA LINEA
023727*EN PROCESO: EL DE LA LISTA CON VIGENCIAS SI EL PRODUCTO TIENE
023728*REGISTROS AHI, EL DEL MAESTRO SI NO.
023729 01  VTA-PRECIO-VIGENTE           PIC 9(07)V9(02).
023730
023731 01  VTA-MERGE-STATUS             PIC X(02).
023732     88  VTA-MERGE-OK             VALUE "00".
023733
023734 01  VTA-MERGE-SWITCH             PIC X(01) VALUE "N".
023735     88  VTA-CLIENTE-FUSIONADO    VALUE "S".
023736
023737 01  VTA-KARDEX-STATUS            PIC X(02).
023738     88  VTA-KARDEX-OK            VALUE "00".
023739
023740 01  VTA-PREVEV-STATUS            PIC X(02).
023741     88  VTA-PREVEV-OK            VALUE "00".
023743
023744*STOCK DEL MAESTRO ANTES Y DESPUES DE APLICAR LA LINEA, PARA EL
023745*MOVIMIENTO DE KARDEX DE LA VENTA O DEVOLUCION.
023747 01  VTA-STOCK-ANTERIOR           PIC 9(07).
023748 01  VTA-STOCK-NUEVO              PIC 9(07).
023749
023750 01  VTA-STKLOT-STATUS            PIC X(02).
023752     88  VTA-STKLOT-OK            VALUE "00".
023753
023754 01  VTA-SW-FIN-LOTES             PIC X(01) VALUE "N".
023756     88  VTA-FIN-LOTES            VALUE "S".
023763
023770*UNIDADES DE LA LINEA QUE FALTA DESCONTAR DE LOS LOTES.
023778 01  VTA-LOTE-PENDIENTE           PIC S9(07).
023785
023792*TABLA DE TRAMOS DE DESCUENTO, CARGADA EN MEMORIA AL INICIO
023800*DESDE DISCUENTO-TABLA-FILE.
023900 01  VTA-TABLA-DESCUENTOS.
024000     05  VTA-TABLA-CANT           PIC 9(02) COMP VALUE ZERO.
024400         10  VTA-TAB-DESDE        PIC 9(07)V9(02).
024500         10  VTA-TAB-HASTA        PIC 9(07)V9(02).
024600         10  VTA-TAB-PORCENTAJE   PIC 9(03)V9(02).
024603
024606 01  VTA-PEDESP-STATUS            PIC X(02).
024609     88  VTA-PEDESP-OK            VALUE "00".
024612
024615 01  VTA-SENAMV-STATUS            PIC X(02).
024618     88  VTA-SENAMV-OK            VALUE "00".
024621
024624*PEDIDO ESPECIAL QUE RETIRA LA VENTA EN PROCESO, UBICADO POR
024627*2083-VALIDAR-PEDIDO-ESP: SU CLAVE, LA CANTIDAD Y SI ESA CANTIDAD
024630*SIGUE DENTRO DE LO RESERVADO DE LA SUCURSAL (ESTADO "R"; UN
024633*PEDIDO YA ENTREGADO A ESTA MISMA VENTA ES UN REPROCESO POR
024636*REINICIO). VTA-SENA-VENTA ES LA SENA QUE SE APLICA COMO PAGO
024639*(CERO SIN PEDIDO).
024642 01  VTA-PEDESP-SWITCH            PIC X(01) VALUE "N".
024645     88  VTA-PEDESP-ENCONTRADO    VALUE "S".
024648
024651 01  VTA-PEDESP-RESERVA-SW        PIC X(01) VALUE "N".
024654     88  VTA-PEDESP-EN-RESERVA    VALUE "S".
024657
024660 01  VTA-PEDESP-CLAVE.
024663     05  VTA-PEDESP-SUCURSAL      PIC X(03).
024666     05  VTA-PEDESP-PRODUCTO      PIC X(06).
024669     05  VTA-PEDESP-NUMERO        PIC 9(08).
024672
024675 01  VTA-PEDESP-CANTIDAD          PIC 9(05) VALUE ZERO.
024678 01  VTA-PEDESP-CANT-LINEA        PIC 9(05) VALUE ZERO.
024681 01  VTA-SENA-VENTA               PIC 9(07)V9(02) VALUE ZERO.
024684
024687*UNIDADES DE LA SUCURSAL RESERVADAS PARA OTROS PEDIDOS (WEB O
024690*ESPECIALES) QUE LA LINEA EN PROCESO NO PUEDE TOCAR.
024693 01  VTA-RESERVA-AJENA            PIC S9(07).
024696 01  VTA-STOCK-LUEGO-VENTA        PIC S9(08).
024741
024787 01  VTA-EMPL-STATUS              PIC X(02).
024832     88  VTA-EMPL-OK              VALUE "00".
024878
024924 01  VTA-CONSEMP-STATUS           PIC X(02).
024969     88  VTA-CONSEMP-OK           VALUE "00".
025015
025061*COMPRA DEL PERSONAL EN PROCESO, VALIDADA POR 2088-VALIDAR-
025106*EMPLEADO: EL PORCENTAJE DEL EMPLEADO Y SI LA VENTA YA ESTA EN SU
025152*CONSUMO DEL MES (REPROCESO POR REINICIO: NO SE VUELVE A CONTROLAR
025198*EL TOPE NI A REGISTRAR).
025243 01  VTA-EMP-VENTA-SW             PIC X(01) VALUE "N".
025289     88  VTA-VENTA-EMPLEADO       VALUE "S".
025334
025380 01  VTA-EMP-REPROCESO-SW         PIC X(01) VALUE "N".
025426     88  VTA-EMP-REPROCESO        VALUE "S".
025471
025517 01  VTA-EMP-PORC-VENTA           PIC 9(03)V9(02) VALUE ZERO.
025563 01  VTA-EMP-CONSUMO-NUEVO        PIC S9(08)V9(02) VALUE ZERO.
025608 01  VTA-MES-VENTA                PIC 9(06) VALUE ZERO.
025654
025700 01  VTA-TIER-SWITCH              PIC X(01) VALUE "N".
025800     88  VTA-TIER-ENCONTRADO      VALUE "S".
025900
028500
028600 01  VTA-VOL-SWITCH               PIC X(01) VALUE "N".
028700     88  VTA-VOL-ENCONTRADA       VALUE "S".
028706
028713*TABLA DE BONUS POR TIER DE FIDELIDAD, CARGADA EN MEMORIA AL
028720*INICIO DESDE FIDELIDAD-TABLA-FILE, USADA POR 2130-COMPARAR-
028726*CLIENTE.
028733 01  VTA-TABLA-FIDELIDAD.
028740     05  VTA-FID-CANT             PIC 9(02) COMP VALUE ZERO.
028746     05  VTA-FID-ENTRADA OCCURS 10 TIMES
028753                         INDEXED BY VTA-FID-IDX.
028760         10  VTA-TAB-FID-TIER     PIC X(01).
028766         10  VTA-TAB-FID-PORCENTAJE
028773                                  PIC 9(03)V9(02).
028780
028786 01  VTA-FID-SWITCH               PIC X(01) VALUE "N".
028793     88  VTA-FID-ENCONTRADA       VALUE "S".
028800
030100 01  VTA-PROD-SWITCH              PIC X(01) VALUE "N".
030200     88  VTA-PROD-ENCONTRADO      VALUE "S".
030400     88  VTA-PROMO-APLICADA       VALUE "S".
030410
030420 01  VTA-PROMO-PORC-APLICADO      PIC 9(03)V9(02) VALUE ZERO.
030422
030425*TABLA DE PLANES DE CUOTAS DE LOS MEDIOS DE TARJETA, CARGADA EN
030428*MEMORIA AL INICIO DESDE PLAN-CUOTAS-FILE, USADA POR
030430*2095-VALIDAR-PLAN.
030433 01  VTA-TABLA-PLANES.
030436     05  VTA-PLAN-CANT            PIC 9(03) COMP VALUE ZERO.
030439     05  VTA-PLAN-ENTRADA OCCURS 50 TIMES
030441                         INDEXED BY VTA-PLAN-IDX.
030444         10  VTA-TAB-PLC-MEDIO    PIC X(02).
030447         10  VTA-TAB-PLC-CUOTAS   PIC 9(02).
030450         10  VTA-TAB-PLC-RECARGO  PIC 9(03)V9(02).
030452         10  VTA-TAB-PLC-CAT-IVA  PIC X(01).
030455
030458 01  VTA-PLAN-SWITCH              PIC X(01) VALUE "N".
030460     88  VTA-PLAN-ENCONTRADO      VALUE "S".
030463
030466*RECARGO FINANCIERO DEL PLAN DE LA VENTA EN PROCESO: PORCENTAJE Y
030469*CATEGORIA DE IVA DE LA TABLA, TASA DE IVA APLICADA AL RECARGO.
030471 01  VTA-RECARGO-PORC             PIC 9(03)V9(02) VALUE ZERO.
030474 01  VTA-RECARGO-CAT-IVA          PIC X(01) VALUE "G".
030477 01  VTA-RECARGO-IVA-TASA         PIC 9(03)V9(02) VALUE ZERO.
030480
030481*ALICUOTA DE PERCEPCION DE INGRESOS BRUTOS DEL CLIENTE DE LA VENTA
030482*EN PROCESO (CERO SI NO ESTA EN EL PADRON O NO ESTA VIGENTE).
030483 01  VTA-PERC-ALICUOTA            PIC 9(02)V9(02) VALUE ZERO.
030484
030485*MEDIO DE PAGO DE LA VENTA EN PROCESO, NORMALIZADO: UN CAMPO EN
030486*BLANCO EN LA TRANSACCION SE TOMA COMO EFECTIVO ("EF").
030488 01  VTA-MEDIO-PAGO-VENTA         PIC X(02) VALUE "EF".
030490
030493*ULTIMA CLAVE PROCESADA, PARA DETECTAR UNA CLAVE DUPLICADA EN EL
030496*ARCHIVO YA ORDENADO (UNA CAJA QUE REENVIO SU ARCHIVO).
030499 01  VTA-CLAVE-ANTERIOR.
030501     05  VTA-CLA-FECHA            PIC 9(08) VALUE ZERO.
030502     05  VTA-CLA-SEQ              PIC 9(06) VALUE ZERO.
030503
030504*CLAVE DEL TICKET EN CURSO Y CUANTOS TICKETS SEGUIDOS LA TRAJERON
030505*(UN REENVIO DE LA CAJA), PARA COMPARAR CONTRA LOS YA GRABADOS POR
030506*LAS CORRIDAS INTRADIARIAS DEL DIA (TKT-PROC-FILE).
030507 01  VTA-OCU-CLAVE.
030508     05  VTA-OCU-FECHA            PIC 9(08) VALUE ZERO.
030509     05  VTA-OCU-SEQ              PIC 9(06) VALUE ZERO.
030510
030511 01  VTA-OCU-CANT                 PIC 9(03) COMP VALUE ZERO.
030512
030513 01  VTA-TKP-SWITCH               PIC X(01) VALUE "N".
030514     88  VTA-TKP-YA-PROCESADO     VALUE "S".
030515
030516 01  VTA-TKP-FIN-SW               PIC X(01) VALUE "N".
030517     88  VTA-TKP-FIN-DIA          VALUE "S".
030518
030519 01  VTA-PARC-FIN-SW              PIC X(01) VALUE "N".
030520     88  VTA-PARC-FIN             VALUE "S".
030521
030522*ULTIMA SECUENCIA VISTA POR TERMINAL, PARA INFORMAR LOS SALTOS
030523*DE NUMERACION (VENTAS QUE NUNCA LLEGARON DE LA CAJA).
030524 01  VTA-TABLA-SECUENCIAS.
030525     05  VTA-SEC-CANT             PIC 9(03) COMP VALUE ZERO.
030526     05  VTA-SEC-ENTRADA OCCURS 100 TIMES
030527                         INDEXED BY VTA-SEC-IDX.
030528         10  VTA-SEC-TERMINAL     PIC X(05).
030529         10  VTA-SEC-ULT-SEQ      PIC 9(06).
030531
030534 01  VTA-SEC-FOUND-NDX            PIC 9(03) COMP VALUE ZERO.
030537
030540 01  VTA-SEC-SWITCH               PIC X(01) VALUE "N".
030542     88  VTA-SEC-ENCONTRADA       VALUE "S".
030545
030548 01  VTA-CANT-GAPS                PIC 9(05) COMP VALUE ZERO.
030550
030553 01  VTA-SEQ-FALTANTES            PIC 9(06).
030556
030559 01  VTA-LINEA-SEQ-RESUMEN.
030561     05  FILLER                   PIC X(32)
030562         VALUE "SALTOS DE SECUENCIA DETECTADOS: ".
030563     05  VTA-LSR-CANT             PIC ZZ,ZZ9.
030564
030565 01  VTA-LINEA-SEQ-INTRADIA.
030566     05  FILLER                   PIC X(35)
030567         VALUE "CORRIDA INTRADIARIA: LOS SALTOS DE ".
030568     05  FILLER                   PIC X(35)
030569         VALUE "SECUENCIA LOS CONTROLA LA NOCTURNA.".
030570
030572 01  VTA-LINEA-GAP.
030575     05  FILLER                   PIC X(10) VALUE "TERMINAL: ".
030578     05  VTA-LG-TERMINAL          PIC X(05).
030580     05  FILLER                   PIC X(12) VALUE "  SALTO DE: ".
030583     05  VTA-LG-DESDE             PIC 9(06).
030586     05  FILLER                   PIC X(04) VALUE " A: ".
030589     05  VTA-LG-HASTA             PIC 9(06).
030591     05  FILLER                   PIC X(11) VALUE "  FALTAN:  ".
030594     05  VTA-LG-FALTAN            PIC ZZZ,ZZ9.
030597
030600*TASAS DE IVA VIGENTES (GENERAL Y REDUCIDA), CARGADAS AL
030610*INICIO DESDE IVA-TABLA-FILE, Y LA TASA Y CATEGORIA APLICADAS A
030620*LA VENTA EN PROCESO SEGUN LA CATEGORIA DE SU PRODUCTO.
034400     05  VTA-CANT-LEIDAS          PIC 9(07) COMP VALUE ZERO.
034500     05  VTA-CANT-PROCESADAS      PIC 9(07) COMP VALUE ZERO.
034600     05  VTA-CANT-RECHAZADAS      PIC 9(07) COMP VALUE ZERO.
034625     05  VTA-CANT-YA-PROCESADAS   PIC 9(07) COMP VALUE ZERO.
034650     05  VTA-CANT-PARC-VENTAS     PIC 9(07) COMP VALUE ZERO.
034675     05  VTA-CANT-PARC-EXCEPC     PIC 9(07) COMP VALUE ZERO.
034700
034800*TOTALES DE CONTROL DE FIN DE ARCHIVO PARA SALES-TOTAL-FILE Y
034900*EXCEPT-VENTAS-FILE (SUMA DE LOS IMPORTES GRABADOS EN CADA UNO).
036200     05  VTA-PORC-ORIGINAL        PIC 9(03)V9(02) VALUE ZERO.
036300     05  VTA-IVA-IMPORTE          PIC 9(07)V9(02).
036400     05  VTA-TOTAL-COBRAR         PIC 9(07)V9(02).
036433     05  VTA-RECARGO              PIC 9(07)V9(02).
036466     05  VTA-RECARGO-IVA          PIC 9(07)V9(02).
036475     05  VTA-ENVIO                PIC 9(07)V9(02).
036485     05  VTA-ENVIO-IVA            PIC 9(07)V9(02).
036492     05  VTA-PERC-IIBB            PIC 9(07)V9(02).
036500     05  VTA-TASA-CAMBIO          PIC 9(05)V9(04).
036600     05  VTA-IMPORTE-PESOS        PIC S9(07)V9(02).
036700     05  VTA-MONEDA-VENTA         PIC X(03).
039800******************************************************************
039900 1000-INICIALIZAR.
040000
040050     PERFORM 1030-OBTENER-MODO-CORRIDA THRU 1030-EXIT.
040100     PERFORM 1400-VERIFICAR-CHECKPOINT THRU 1400-EXIT.
040200
040300     OPEN INPUT SALES-TRANS-FILE.
040340                              TO VTA-SEQRPT-LINE.
040350     WRITE VTA-SEQRPT-LINE.
040400
040450*LA CORRIDA INTRADIARIA SIEMPRE AGREGA AL FINAL DE LOS PARCIALES
040500*DEL DIA, QUE VIENEN DE LAS CORRIDAS ANTERIORES.
040550     IF VTA-CKPT-ES-REINICIO OR VTA-CORRIDA-INTRADIARIA
040600         OPEN EXTEND SALES-TOTAL-FILE
040700         OPEN EXTEND EXCEPT-VENTAS-FILE
040900     ELSE
041000         OPEN OUTPUT SALES-TOTAL-FILE
041100         OPEN OUTPUT EXCEPT-VENTAS-FILE
041300     END-IF.
041301
041303*LA CORRIDA NOCTURNA QUE ARRANCA DE CERO EMPIEZA SUS ARCHIVOS DE
041305*CIERRE CON LO QUE YA GRABARON LAS CORRIDAS INTRADIARIAS DEL DIA.
041306     IF VTA-CORRIDA-NOCTURNA AND NOT VTA-CKPT-ES-REINICIO
041308         PERFORM 1700-INCORPORAR-PARCIALES THRU 1700-EXIT
041310     END-IF.
041311
041313*EL INDICE DE TICKETS YA PROCESADOS VA I-O EN LOS DOS MODOS: LA
041315*INTRADIARIA LO ALIMENTA Y LA NOCTURNA LO LIMPIA AL TERMINAR.
041316     OPEN I-O TKT-PROC-FILE.
041318
041320*EL LOG DE AUDITORIA ES UN KSDS QUE SOLO CRECE: SE ABRE I-O Y
041330*CADA REGISTRO ENTRA POR SU CLAVE, HAYA O NO REINICIO.
041340     OPEN I-O AUDIT-LOG-FILE.
042240*TARJETA SE DEBITA CON REWRITE AL COMPLETARSE CADA VENTA "GC"
042250*(2920-DEBITAR-GIFTCARD).
042260     OPEN I-O GIFT-CARD-FILE.
042262
042264*EL MAESTRO DE CUPONES TAMBIEN VA I-O: EL CUPON SE MARCA CANJEADO
042266*CON REWRITE AL COMPLETARSE LA VENTA (2925-CANJEAR-CUPON).
042268     OPEN I-O CUPON-FILE.
042270
042280*LAS NOTAS DE CREDITO POR DEVOLUCION SE AGREGAN AL FINAL, COMO
042290*LOS DIARIOS DE MOVIMIENTOS.
042307     OPEN INPUT PRECIO-VIG-FILE.
042308     OPEN INPUT CLI-MERGE-FILE.
042309     OPEN EXTEND KARDEX-FILE.
042323     OPEN EXTEND PREV-EVENTO-FILE.
042338     OPEN I-O STOCK-LOTE-FILE.
042347     OPEN I-O PEDIDO-ESP-FILE.
042357     OPEN EXTEND SENA-MOV-FILE.
042367
042376*EL MAESTRO DE EMPLEADOS VA I-O: EL CONSUMO DEL MES SE ACTUALIZA
042386*CON REWRITE AL COMPLETARSE CADA COMPRA DEL PERSONAL.
042396     OPEN I-O EMPLEADO-FILE.
042405     OPEN EXTEND CONS-EMP-FILE.
042415
042425     OPEN INPUT TERMINAL-MASTER-FILE.
042483     PERFORM 1750-CARGAR-TERMINALES THRU 1750-EXIT.
042541     CLOSE TERMINAL-MASTER-FILE.
044700     PERFORM 1600-CARGAR-VOLUMEN THRU 1600-EXIT.
044800
044900     CLOSE VOLUMEN-TABLA-FILE.
044901
044902     OPEN INPUT FIDELIDAD-TABLA-FILE.
044904
044905     PERFORM 1650-CARGAR-FIDELIDAD THRU 1650-EXIT.
044907
044908     CLOSE FIDELIDAD-TABLA-FILE.
044910
044911     OPEN INPUT PRECIO-TOLER-FILE.
044912
044940     PERFORM 1950-CARGAR-PROMOS THRU 1950-EXIT.
044950
044960     CLOSE PROMO-TABLA-FILE.
044965
044971     OPEN INPUT PLAN-CUOTAS-FILE.
044977
044982     PERFORM 1980-CARGAR-PLANES THRU 1980-EXIT.
044988
044994     CLOSE PLAN-CUOTAS-FILE.
045000
045700     IF VTA-CKPT-ES-REINICIO
045800         PERFORM 1500-SALTAR-PROCESADAS THRU 1500-EXIT
045810*LA ULTIMA CLAVE SALTEADA QUEDA COMO CLAVE ANTERIOR, PARA QUE
045815*UN DUPLICADO A CABALLO DEL PUNTO DE REINICIO NO SE ESCAPE, Y
045820*COMO PRIMERA OCURRENCIA DE SU CLAVE PARA EL INDICE DE TICKETS YA
045825*PROCESADOS.
045830         IF NOT VTA-FIN-ARCHIVO
045840             MOVE VTA-TRANS-CLAVE TO VTA-CLAVE-ANTERIOR
045843             MOVE VTA-TRANS-CLAVE TO VTA-OCU-CLAVE
045846             MOVE 1 TO VTA-OCU-CANT
045850         END-IF
045900     END-IF.
046000
046100     PERFORM 1100-LEER-TRANS THRU 1100-EXIT.
046200
046300 1000-EXIT.
046303     EXIT.
046306
046310******************************************************************
046313*1030-OBTENER-MODO-CORRIDA: LEE EL PARAMETRO CORRPRM. CON "I" LA
046316*CORRIDA ES INTRADIARIA (JOB VTAI010); SIN PARAMETRO, O CON
046320*CUALQUIER OTRO VALOR, ES LA CORRIDA NOCTURNA DE SIEMPRE.
046323******************************************************************
046326 1030-OBTENER-MODO-CORRIDA.
046330
046333     SET VTA-CORRIDA-NOCTURNA TO TRUE.
046336
046340     OPEN INPUT CORRIDA-PARM-FILE.
046343     IF VTA-CPRM-OK
046346         READ CORRIDA-PARM-FILE
046350             AT END
046353                 CONTINUE
046356         END-READ
046360         IF VTA-CPRM-OK AND VTA-CPRM-MODO = "I"
046363             SET VTA-CORRIDA-INTRADIARIA TO TRUE
046366         END-IF
046370         CLOSE CORRIDA-PARM-FILE
046373     END-IF.
046376
046380     IF VTA-CORRIDA-INTRADIARIA
046383         DISPLAY "EJERCICIO5 - CORRIDA INTRADIARIA DE LA FECHA "
046386                 VTA-FECHA-NEGOCIO
046390     END-IF.
046393
046396 1030-EXIT.
046400     EXIT.
046401
046402******************************************************************
047690
047691     SET VTA-VALIDACION-OK TO TRUE.
047692     MOVE ZERO TO VTA-EXC-RAZON-COD.
047693     MOVE "N" TO VTA-CUPON-SWITCH.
047694     MOVE ZERO TO VTA-CUPON-DESCUENTO.
047695
047696     MOVE "N" TO VTA-DEVOLUCION-SW.
047697     IF VTA-TRANS-ES-DEVOLUCION
047698         SET VTA-ES-DEVOLUCION TO TRUE
047699     END-IF.
047700
047701*UNA CAJA VIEJA MANDA LA HORA EN BLANCO: SIN HORA ES CERO.
047702     IF VTA-TRANS-HORA NOT NUMERIC
047703        OR VTA-TRANS-HORA > 235959
047704         MOVE ZERO TO VTA-TRANS-HORA
047705     END-IF.
047706
047707*UNA CAJA DEL LOCAL MANDA EL CANAL Y EL ENVIO EN BLANCO. SOLO
047708*LA VENTA WEB LLEVA ENVIO, Y UNA DEVOLUCION NO LO DEVUELVE.
047709     IF NOT VTA-TRANS-CANAL-WEB
047710         MOVE "T" TO VTA-TRANS-CANAL
047711     END-IF.
047712     IF VTA-TRANS-ENVIO NOT NUMERIC
047713        OR NOT VTA-TRANS-CANAL-WEB
047714        OR VTA-ES-DEVOLUCION
047715         MOVE ZERO TO VTA-TRANS-ENVIO
047716     END-IF.
047717
047718*UNA CAJA VIEJA MANDA EL PEDIDO ESPECIAL EN BLANCO, Y UNA
047719*DEVOLUCION NO RETIRA PEDIDOS: SIN PEDIDO ES CERO.
047720     MOVE "N" TO VTA-PEDESP-SWITCH.
047721     MOVE "N" TO VTA-PEDESP-RESERVA-SW.
047722     MOVE ZERO TO VTA-SENA-VENTA.
047723     IF VTA-TRANS-PEDIDO-ESP NOT NUMERIC
047724        OR VTA-ES-DEVOLUCION
047725         MOVE ZERO TO VTA-TRANS-PEDIDO-ESP
047726     END-IF.
047727
047728*UNA VENTA AL PUBLICO TRAE EL LEGAJO DEL EMPLEADO EN BLANCO.
047729     MOVE "N" TO VTA-EMP-VENTA-SW.
047730     MOVE "N" TO VTA-EMP-REPROCESO-SW.
047731     MOVE ZERO TO VTA-EMP-PORC-VENTA.
047732
047733*UN CLIENTE FUSIONADO SE REDIRIGE A SU SOBREVIVIENTE ANTES DE
047734*CUALQUIER VALIDACION: PUNTOS, CREDITO Y AUDITORIA QUEDAN
047735*SIEMPRE SOBRE EL CLIENTE VIVO.
047736     IF VTA-TRANS-CLIENTE-ID > ZERO
047737         MOVE "N" TO VTA-MERGE-SWITCH
047738         MOVE VTA-TRANS-CLIENTE-ID TO VTA-MRG-CLIENTE-VIEJO
047739         READ CLI-MERGE-FILE
047740             INVALID KEY
047741                 CONTINUE
047742             NOT INVALID KEY
047743                 SET VTA-CLIENTE-FUSIONADO TO TRUE
047744         END-READ
047745         IF VTA-CLIENTE-FUSIONADO
047746             MOVE VTA-MRG-CLIENTE-NUEVO TO VTA-TRANS-CLIENTE-ID
047747         END-IF
047748     END-IF.
047749
047750     IF VTA-TKT-MAL-ARMADO
047751         SET VTA-VALIDACION-ERROR TO TRUE
047752         SET VTA-EXC-TICKET-INVALIDO TO TRUE
047753         GO TO 2009-EXIT
047754     END-IF.
047755
047756     IF NOT VTA-TRANS-ES-CABECERA
047757         GO TO 2009-EXIT
047758     END-IF.
047759
047760*LA CABECERA PUEDE TRAER EL IMPORTE TOTAL DEL TICKET O CERO; SI
047761*LO TRAE, DEBE COINCIDIR EXACTO CON LA SUMA DE SUS LINEAS.
047762     IF VTA-IMPORTE NOT = ZERO
047763        AND VTA-IMPORTE NOT = VTA-TKT-IMPORTE-LINEAS
047764         SET VTA-VALIDACION-ERROR TO TRUE
047765         SET VTA-EXC-TICKET-INVALIDO TO TRUE
047766         GO TO 2009-EXIT
047767     END-IF.
047768
047769     MOVE VTA-TKT-IMPORTE-LINEAS TO VTA-IMPORTE.
047770     MOVE VTA-TKT-CANT-TOTAL     TO VTA-TRANS-CANTIDAD.
047771
047772     IF VTA-TKT-CANT-LINEAS = 1
047773         SET VTA-TKT-IDX TO 1
047774         MOVE VTA-TKT-PRODUCTO (VTA-TKT-IDX)
047775                              TO VTA-TRANS-PRODUCTO
047776     ELSE
047777         MOVE SPACES TO VTA-TRANS-PRODUCTO
047778     END-IF.
047779
047780 2009-EXIT.
047781     EXIT.
047782
047784
047800******************************************************************
062055     EXIT.
062056
062057******************************************************************
062058*1980-CARGAR-PLANES: LEE PLAN-CUOTAS-FILE COMPLETO Y ARMA LA TABLA
062059*DE PLANES DE CUOTAS EN MEMORIA USADA POR 2095-VALIDAR-PLAN.
062060******************************************************************
062061 1980-CARGAR-PLANES.
062062
062063     READ PLAN-CUOTAS-FILE
062064         AT END
062065             SET VTA-PLCFIL-EOF TO TRUE
062066     END-READ.
062067
062068     PERFORM 1990-AGREGAR-PLAN THRU 1990-EXIT
062069         UNTIL VTA-PLCFIL-EOF.
062070
062071 1980-EXIT.
062072     EXIT.
062073
062074 1990-AGREGAR-PLAN.
062075
062076     IF VTA-PLAN-CANT >= 50
062077         DISPLAY "EJERCICIO5 - TABLA DE PLANES DE CUOTAS LLENA "
062078                 "(MAXIMO 50). DEPURAR PLAN-CUOTAS-FILE."
062079         MOVE 8 TO RETURN-CODE
062080         STOP RUN
062081     END-IF.
062082
062083     ADD 1 TO VTA-PLAN-CANT.
062084     SET VTA-PLAN-IDX TO VTA-PLAN-CANT.
062085
062086     MOVE VTA-PLC-MEDIO-PAGO  TO VTA-TAB-PLC-MEDIO (VTA-PLAN-IDX).
062087     MOVE VTA-PLC-CUOTAS   TO VTA-TAB-PLC-CUOTAS (VTA-PLAN-IDX).
062088     MOVE VTA-PLC-RECARGO-PORC
062089                           TO VTA-TAB-PLC-RECARGO (VTA-PLAN-IDX).
062090     IF VTA-PLC-CAT-IVA = SPACE
062091         MOVE "G"          TO VTA-TAB-PLC-CAT-IVA (VTA-PLAN-IDX)
062092     ELSE
062093         MOVE VTA-PLC-CAT-IVA
062094                           TO VTA-TAB-PLC-CAT-IVA (VTA-PLAN-IDX)
062095     END-IF.
062096
062097     READ PLAN-CUOTAS-FILE
062098         AT END
062099             SET VTA-PLCFIL-EOF TO TRUE
062100     END-READ.
062101
062102 1990-EXIT.
062103     EXIT.
062104******************************************************************
062105*1970-CARGAR-PRECIO-TOLER: LEE LA TOLERANCIA DE LA VALIDACION DE
062106*IMPORTE CONTRA PRECIO DE LISTA DESDE PRECIO-TOLER-FILE (UN
062107*UNICO REGISTRO, MISMO LAYOUT VTATOLR DE LA CONCILIACION).
062108******************************************************************
062109 1970-CARGAR-PRECIO-TOLER.
062110
062111     READ PRECIO-TOLER-FILE
062112         AT END
062113             CONTINUE
062114     END-READ.
062115
062116     IF VTA-PTOLR-OK
062117         MOVE VTA-TOL-IMPORTE TO VTA-PRECIO-TOLERANCIA
062118     END-IF.
062119
062120 1970-EXIT.
062121     EXIT.
062122
062123******************************************************************
062124*1750-CARGAR-TERMINALES: ARMA LA TABLA TERMINAL-SUCURSAL DESDE
062125*EL MAESTRO DE TERMINALES, USADA PARA DESCONTAR EL STOCK DE LA
062126*SUCURSAL QUE REALMENTE VENDIO.
062127******************************************************************
062128 1750-CARGAR-TERMINALES.
062129
062130     READ TERMINAL-MASTER-FILE
062131         AT END
062132             SET VTA-TERMTR-EOF TO TRUE
062133     END-READ.
062134
062135     PERFORM 1760-AGREGAR-TERMINAL THRU 1760-EXIT
062136         UNTIL VTA-TERMTR-EOF.
062137
062138 1750-EXIT.
062139     EXIT.
062140
062141 1760-AGREGAR-TERMINAL.
062142
062143     IF VTA-TRM-CANT >= 100
062144         DISPLAY "EJERCICIO5 - TABLA DE TERMINALES LLENA "
062145                 "(MAXIMO 100). AGRANDAR LA TABLA."
062146         MOVE 8 TO RETURN-CODE
062147         STOP RUN
062148     END-IF.
062149
062150     ADD 1 TO VTA-TRM-CANT.
062151     SET VTA-TRM-IDX TO VTA-TRM-CANT.
062152     MOVE VTA-TER-TERMINAL-ID  TO VTA-TRM-ID (VTA-TRM-IDX).
062153     MOVE VTA-TER-SUCURSAL-COD TO VTA-TRM-SUC-COD (VTA-TRM-IDX).
062154
062155     READ TERMINAL-MASTER-FILE
062156         AT END
062157             SET VTA-TERMTR-EOF TO TRUE
062159     END-READ.
062164
062169 1760-EXIT.
065400
065500 1610-EXIT.
065600     EXIT.
065601
065603******************************************************************
065605*1650-CARGAR-FIDELIDAD: LEE FIDELIDAD-TABLA-FILE COMPLETO Y ARMA
065607*LA TABLA DE BONUS POR TIER USADA POR 2130-COMPARAR-CLIENTE. SI
065609*EL ARCHIVO NO ESTA O VIENE VACIO, SE CARGAN LOS BONUS
065610*HISTORICOS: BRONCE +1, PLATA +2, ORO +3.
065612******************************************************************
065614 1650-CARGAR-FIDELIDAD.
065616
065618     READ FIDELIDAD-TABLA-FILE
065620         AT END
065621             SET VTA-FIDFIL-EOF TO TRUE
065623     END-READ.
065625
065627     PERFORM 1660-AGREGAR-FIDELIDAD THRU 1660-EXIT
065629         UNTIL VTA-FIDFIL-EOF.
065630
065632     IF VTA-FID-CANT = ZERO
065634         MOVE 3   TO VTA-FID-CANT
065636         MOVE "B" TO VTA-TAB-FID-TIER (1)
065638         MOVE 1   TO VTA-TAB-FID-PORCENTAJE (1)
065640         MOVE "P" TO VTA-TAB-FID-TIER (2)
065641         MOVE 2   TO VTA-TAB-FID-PORCENTAJE (2)
065643         MOVE "O" TO VTA-TAB-FID-TIER (3)
065645         MOVE 3   TO VTA-TAB-FID-PORCENTAJE (3)
065647     END-IF.
065649
065650 1650-EXIT.
065652     EXIT.
065654
065656 1660-AGREGAR-FIDELIDAD.
065658
065660     IF VTA-FID-CANT >= 10
065661         DISPLAY "EJERCICIO5 - TABLA DE FIDELIDAD LLENA "
065663                 "(MAXIMO 10). AGRANDAR LA TABLA."
065665         MOVE 8 TO RETURN-CODE
065667         STOP RUN
065669     END-IF.
065670
065672     ADD 1 TO VTA-FID-CANT.
065674     SET VTA-FID-IDX TO VTA-FID-CANT.
065676
065678     MOVE VTA-FIDT-TIER-LEALTAD
065680                          TO VTA-TAB-FID-TIER (VTA-FID-IDX).
065681     MOVE VTA-FIDT-PORCENTAJE
065683                          TO VTA-TAB-FID-PORCENTAJE (VTA-FID-IDX).
065685
065687     READ FIDELIDAD-TABLA-FILE
065689         AT END
065690             SET VTA-FIDFIL-EOF TO TRUE
065692     END-READ.
065694
065696 1660-EXIT.
065698     EXIT.
065700
069400******************************************************************
069500*1300-GRABAR-CHECKPOINT: REGISTRA EN CHECKPOINT-FILE LA CANTIDAD
070000
070100     OPEN OUTPUT CHECKPOINT-FILE.
070200     MOVE VTA-CKPT-CANT-ACUM  TO VTA-CKPT-CANT-LEIDAS.
070266     MOVE VTA-MODO-CORRIDA    TO VTA-CKPT-MODO.
070333     MOVE VTA-FECHA-NEGOCIO   TO VTA-CKPT-FECHA-NEG.
070400     WRITE VTA-CKPT-RECORD.
070500     CLOSE CHECKPOINT-FILE.
070600
072100             AT END
072200                 CONTINUE
072300         END-READ
072305*UN CHECKPOINT DE OTRO MODO O DE OTRO DIA CUENTA REGISTROS DE OTRO
072311*ARCHIVO DE ENTRADA: NO SIRVE PARA SALTEAR ESTE. LA INTRADIARIA NO
072316*REINICIA NUNCA POR CHECKPOINT: CADA CORRIDA REORDENA TODO LO
072322*RECIBIDO, ASI QUE LOS REGISTROS CONTADOS NO CAEN EN EL MISMO
072327*LUGAR. LO YA GRABADO POR UNA INTRADIARIA CAIDA LO SALTEA EL
072333*INDICE TKT-PROC-FILE.
072338         IF VTA-CKPT-CANT-LEIDAS > 0
072344            AND (VTA-CKPT-MODO NOT = VTA-MODO-CORRIDA
072350                 OR VTA-CKPT-FECHA-NEG NOT = VTA-FECHA-NEGOCIO)
072355             DISPLAY "EJERCICIO5 - AVISO: CHECKPOINT DE OTRA "
072361                     "CORRIDA (MODO " VTA-CKPT-MODO ", FECHA "
072366                     VTA-CKPT-FECHA-NEG "). NO SE REINICIA."
072372             MOVE ZERO TO VTA-CKPT-CANT-LEIDAS
072377         END-IF
072383         IF VTA-CORRIDA-INTRADIARIA
072388             MOVE ZERO TO VTA-CKPT-CANT-LEIDAS
072394         END-IF
072400         MOVE VTA-CKPT-CANT-LEIDAS TO VTA-CKPT-SALTAR
072450         MOVE VTA-CKPT-SALTAR      TO VTA-CKPT-CANT-ACUM
072500         IF VTA-CKPT-SALTAR > 0
075900     EXIT.
076000
076100******************************************************************
076101*1700-INCORPORAR-PARCIALES: EN LA CORRIDA NOCTURNA, COPIA AL
076102*PRINCIPIO DE SALES-TOTAL-FILE Y EXCEPT-VENTAS-FILE LAS VENTAS Y
076104*EXCEPCIONES QUE GRABARON LAS CORRIDAS INTRADIARIAS DEL DIA
076105*(SALESPAR Y EXCEPPAR). LOS ARCHIVOS DE CIERRE, SUS TRAILERS Y LA
076107*CADENA QUE LOS LEE QUEDAN IGUAL QUE SI TODO EL DIA SE HUBIERA
076108*PROCESADO DE NOCHE. LOS PARCIALES SE VACIAN RECIEN CUANDO LA
076110*NOCHE TERMINA BIEN (9060-CERRAR-DIA-INTRADIARIO): UNA CAIDA
076111*ANTES DEL PRIMER CHECKPOINT LOS VUELVE A COPIAR DESDE CERO.
076113******************************************************************
076114 1700-INCORPORAR-PARCIALES.
076116
076117     MOVE "N" TO VTA-PARC-FIN-SW.
076119     OPEN INPUT VENTAS-PARC-FILE.
076120     IF VTA-VPAR-OK
076122         PERFORM 1710-COPIAR-VENTA-PARC THRU 1710-EXIT
076123             UNTIL VTA-PARC-FIN
076125         CLOSE VENTAS-PARC-FILE
076126     END-IF.
076128
076129     MOVE "N" TO VTA-PARC-FIN-SW.
076131     OPEN INPUT EXCEP-PARC-FILE.
076132     IF VTA-EPAR-OK
076134         PERFORM 1720-COPIAR-EXCEP-PARC THRU 1720-EXIT
076135             UNTIL VTA-PARC-FIN
076137         CLOSE EXCEP-PARC-FILE
076138     END-IF.
076140
076141     IF VTA-CANT-PARC-VENTAS > 0 OR VTA-CANT-PARC-EXCEPC > 0
076143         DISPLAY "EJERCICIO5 - VENTAS INTRADIARIAS INCORP.: "
076144                 VTA-CANT-PARC-VENTAS
076146         DISPLAY "EJERCICIO5 - EXCEPC. INTRADIARIAS INCORP.: "
076147                 VTA-CANT-PARC-EXCEPC
076149     END-IF.
076150
076152 1700-EXIT.
076153     EXIT.
076155
076156 1710-COPIAR-VENTA-PARC.
076158
076159     READ VENTAS-PARC-FILE
076161         AT END
076162             SET VTA-PARC-FIN TO TRUE
076164             GO TO 1710-EXIT
076165     END-READ.
076167
076168     WRITE VTA-TOTAL-RECORD FROM VTA-VENTA-PARC-RECORD.
076170     ADD 1 TO VTA-CANT-PARC-VENTAS.
076171
076173 1710-EXIT.
076174     EXIT.
076176
076177 1720-COPIAR-EXCEP-PARC.
076179
076180     READ EXCEP-PARC-FILE
076182         AT END
076183             SET VTA-PARC-FIN TO TRUE
076185             GO TO 1720-EXIT
076186     END-READ.
076188
076189     WRITE VTA-EXCEPCION-RECORD FROM VTA-EXCEP-PARC-RECORD.
076191     ADD 1 TO VTA-CANT-PARC-EXCEPC.
076192
076194 1720-EXIT.
076195     EXIT.
076197
076198******************************************************************
076200*2000-PROCESAR-VENTA: CALCULA EL DESCUENTO DE LA VENTA ACTUAL,
076300*GRABA EL RESULTADO Y LEE EL SIGUIENTE REGISTRO.
076400******************************************************************
076650*EL RESTO DEL PROCESO TRABAJE SOBRE LOS CAMPOS DEL TICKET.
076660     MOVE VTA-CABECERA-GUARDADA TO VTA-TRANS-RECORD.
076670
076671*UN TICKET QUE YA GRABO UNA CORRIDA INTRADIARIA DEL DIA NO SE
076673*VUELVE A GRABAR, PERO PASA IGUAL POR LA NORMALIZACION Y EL
076675*CONTROL DE CLAVE: LA CLAVE ANTERIOR Y LA SECUENCIA DE SU TERMINAL
076676*QUEDAN COMO SI SE HUBIERA PROCESADO EN ESTA CORRIDA.
076678     PERFORM 2001-BUSCAR-PROCESADO THRU 2001-EXIT.
076680     PERFORM 2009-NORMALIZAR-TICKET THRU 2009-EXIT.
076690
076700     IF VTA-VALIDACION-OK
076710
076720     IF VTA-VALIDACION-OK
076721         PERFORM 2005-VALIDAR-CLAVE THRU 2005-EXIT
076730     END-IF.
076740
076750     IF VTA-TKP-YA-PROCESADO
076760         ADD 1 TO VTA-CANT-YA-PROCESADAS
076770         PERFORM 2990-CONTAR-CHECKPOINT THRU 2990-EXIT
076780         GO TO 2000-EXIT
076790     END-IF.
076800
076900     IF VTA-VALIDACION-OK
076910         PERFORM 2050-VALIDAR-IMPORTE THRU 2050-EXIT
077000
077050     IF VTA-VALIDACION-OK
077060         PERFORM 2090-VALIDAR-CREDITO THRU 2090-EXIT
077061     END-IF.
077063
077064     IF VTA-VALIDACION-OK
077066         PERFORM 2088-VALIDAR-EMPLEADO THRU 2088-EXIT
077068     END-IF.
077069
077071     IF VTA-VALIDACION-OK
077073         PERFORM 2087-VALIDAR-PUNTOS THRU 2087-EXIT
077074     END-IF.
077075
077076     IF VTA-VALIDACION-OK
077077         PERFORM 2095-VALIDAR-PLAN THRU 2095-EXIT
077078     END-IF.
077080
077100     IF VTA-VALIDACION-OK
077200         PERFORM 2055-VALIDAR-MONEDA THRU 2055-EXIT
077300     END-IF.
077400
077500     IF VTA-VALIDACION-OK
077520         PERFORM 2083-VALIDAR-PEDIDO-ESP THRU 2083-EXIT
077540     END-IF.
077560
077580     IF VTA-VALIDACION-OK
077600         PERFORM 2060-VALIDAR-STOCK THRU 2060-EXIT
077700     END-IF.
077800
078300     IF VTA-VALIDACION-OK
078400         PERFORM 2075-VALIDAR-TRAMO THRU 2075-EXIT
078500     END-IF.
078520
078540     IF VTA-VALIDACION-OK
078560         PERFORM 2080-VALIDAR-CUPON THRU 2080-EXIT
078580     END-IF.
078600
078700     IF VTA-VALIDACION-ERROR
078800         PERFORM 2950-GRABAR-EXCEPCION THRU 2950-EXIT
079100         PERFORM 2200-RECONCILIAR THRU 2200-EXIT
079200         IF VTA-RECONCILIA-OK
079300             PERFORM 2250-CALCULAR-IVA THRU 2250-EXIT
079305             PERFORM 2260-CALCULAR-PERCEPCION THRU 2260-EXIT
079310*LA GIFT CARD SE VALIDA RECIEN DESPUES DEL CALCULO: EL SALDO DE
079320*LA TARJETA SE COMPARA CONTRA EL TOTAL A COBRAR, QUE NO SE
079330*CONOCE ANTES.
079340             PERFORM 2085-VALIDAR-GIFTCARD THRU 2085-EXIT
079342             IF VTA-VALIDACION-OK
079345                 PERFORM 2086-VALIDAR-SENA THRU 2086-EXIT
079346             END-IF
079347             IF VTA-VALIDACION-OK
079348                 PERFORM 2089-VALIDAR-TOPE THRU 2089-EXIT
079349             END-IF
079350             IF VTA-VALIDACION-ERROR
079360                 PERFORM 2950-GRABAR-EXCEPCION THRU 2950-EXIT
079370             ELSE
079700         END-IF
079800     END-IF.
079900
080200     IF VTA-CORRIDA-INTRADIARIA
080500         PERFORM 2980-REGISTRAR-PROCESADO THRU 2980-EXIT
080800     END-IF.
080900
081000     PERFORM 2990-CONTAR-CHECKPOINT THRU 2990-EXIT.
081100
081200 2000-EXIT.
081203     EXIT.
081206
081209******************************************************************
081212*2001-BUSCAR-PROCESADO: CUENTA LA OCURRENCIA DE LA CLAVE DEL
081215*TICKET (EL ARCHIVO VIENE ORDENADO: LOS REENVIOS LLEGAN PEGADOS) Y
081218*LA BUSCA EN EL INDICE DE TICKETS YA PROCESADOS DEL DIA. EL TICKET
081221*SE SALTEA SI UNA CORRIDA INTRADIARIA YA GRABO ESA OCURRENCIA.
081225******************************************************************
081228 2001-BUSCAR-PROCESADO.
081231
081234     MOVE "N" TO VTA-TKP-SWITCH.
081237
081240     IF VTA-TRANS-CLAVE = VTA-OCU-CLAVE
081243         ADD 1 TO VTA-OCU-CANT
081246     ELSE
081250         MOVE VTA-TRANS-CLAVE TO VTA-OCU-CLAVE
081253         MOVE 1 TO VTA-OCU-CANT
081256     END-IF.
081259
081262     MOVE VTA-FECHA-NEGOCIO TO VTA-TKP-FECHA-NEG.
081265     MOVE VTA-OCU-CLAVE     TO VTA-TKP-CLAVE.
081268     READ TKT-PROC-FILE
081271         INVALID KEY
081275             GO TO 2001-EXIT
081278     END-READ.
081281
081284     IF VTA-OCU-CANT <= VTA-TKP-CANT-TICKETS
081287         SET VTA-TKP-YA-PROCESADO TO TRUE
081290     END-IF.
081293
081296 2001-EXIT.
081300     EXIT.
081301
081302******************************************************************
081303*2005-VALIDAR-CLAVE: RECHAZA UNA CLAVE EXACTAMENTE IGUAL A LA
081304*ANTERIOR (EL ARCHIVO VIENE ORDENADO POR CLAVE, ASI QUE LOS
081305*DUPLICADOS LLEGAN PEGADOS) Y, PARA UNA CLAVE NUEVA, CONTROLA LA
081307*SECUENCIA DE SU TERMINAL PARA INFORMAR SALTOS DE NUMERACION.
081308******************************************************************
081309 2005-VALIDAR-CLAVE.
081310
081311     SET VTA-VALIDACION-OK TO TRUE.
081312     MOVE ZERO TO VTA-EXC-RAZON-COD.
081314
081315     IF VTA-TRANS-CLAVE = VTA-CLAVE-ANTERIOR
081316         SET VTA-VALIDACION-ERROR TO TRUE
081317         SET VTA-EXC-CLAVE-DUPLICADA TO TRUE
081318     ELSE
081319         MOVE VTA-TRANS-CLAVE TO VTA-CLAVE-ANTERIOR
081321*EL CONTROL DE SECUENCIA SOLO MIRA LAS VENTAS DE LA FECHA DE
081322*NEGOCIO: UNA RESUBMISION DE VTA0900 TRAE LA CLAVE DE OTRO DIA
081323*(ORDENADA PRIMERO) Y SEMBRARIA LA ULTIMA SECUENCIA DE LA
081324*TERMINAL CON LA NUMERACION VIEJA, INVENTANDO UN SALTO FALSO Y
081325*TAPANDO LOS REALES.
081326*LA VENTA WEB NO TIENE SECUENCIA DE CAJA: VTA8000 LA NUMERA
081328*DESDE 900001 Y UN PEDIDO VENCIDO NO DEJA VENTA.
081329*LA CORRIDA INTRADIARIA NO CONTROLA SALTOS: SOLO VE LO RECIBIDO
081330*HASTA EL MOMENTO Y TOMARIA COMO FALTANTE LA VENTA QUE TODAVIA NO
081331*LLEGO. LA NOCTURNA RELEE EL DIA COMPLETO (CON LOS TICKETS YA
081332*PROCESADOS) Y CONTROLA LOS SALTOS UNA SOLA VEZ.
081333         IF VTA-TRANS-FECHA = VTA-FECHA-NEGOCIO
081334            AND NOT VTA-TRANS-CANAL-WEB
081335            AND VTA-CORRIDA-NOCTURNA
081336             PERFORM 2007-CONTROLAR-SECUENCIA THRU 2007-EXIT
081337         END-IF
081338     END-IF.
081339
081340 2005-EXIT.
081341     EXIT.
081342
081343******************************************************************
081344*2007-CONTROLAR-SECUENCIA: LLEVA LA ULTIMA SECUENCIA VISTA DE
081345*CADA TERMINAL. UN SALTO DE MAS DE 1 SE INFORMA EN EL REPORTE DE
081346*CONTROL (SEQCTRL) CON LA CANTIDAD DE VENTAS FALTANTES, PARA
081347*RECLAMAR A LA CAJA ANTES DEL CIERRE. LA VENTA NO SE RECHAZA.
081348******************************************************************
081349 2007-CONTROLAR-SECUENCIA.
081350
081351     MOVE "N" TO VTA-SEC-SWITCH.
081352
081353     PERFORM 2008-COMPARAR-SECUENCIA THRU 2008-EXIT
081354         VARYING VTA-SEC-IDX FROM 1 BY 1
081355         UNTIL VTA-SEC-IDX > VTA-SEC-CANT
081356            OR VTA-SEC-ENCONTRADA.
081357
081358     IF NOT VTA-SEC-ENCONTRADA
081359         IF VTA-SEC-CANT >= 100
081360             DISPLAY "EJERCICIO5 - TABLA DE SECUENCIAS LLENA "
081361                     "(MAXIMO 100 TERMINALES). AGRANDAR LA "
081362                     "TABLA."
081363             MOVE 8 TO RETURN-CODE
081364             STOP RUN
081365         END-IF
081366         ADD 1 TO VTA-SEC-CANT
081367         SET VTA-SEC-IDX TO VTA-SEC-CANT
081368         MOVE VTA-TERMINAL-ID TO VTA-SEC-TERMINAL (VTA-SEC-IDX)
081369         MOVE VTA-TRANS-SEQ   TO VTA-SEC-ULT-SEQ (VTA-SEC-IDX)
081370         GO TO 2007-EXIT
081371     END-IF.
081372
081373     IF VTA-TRANS-SEQ >
081374              VTA-SEC-ULT-SEQ (VTA-SEC-FOUND-NDX) + 1
081375         MOVE VTA-SEC-TERMINAL (VTA-SEC-FOUND-NDX)
081376                              TO VTA-LG-TERMINAL
081377         MOVE VTA-SEC-ULT-SEQ (VTA-SEC-FOUND-NDX)
081378                              TO VTA-LG-DESDE
081379         MOVE VTA-TRANS-SEQ   TO VTA-LG-HASTA
081380         COMPUTE VTA-SEQ-FALTANTES = VTA-TRANS-SEQ -
081381                 VTA-SEC-ULT-SEQ (VTA-SEC-FOUND-NDX) - 1
081382         MOVE VTA-SEQ-FALTANTES TO VTA-LG-FALTAN
081383         WRITE VTA-SEQRPT-LINE FROM VTA-LINEA-GAP
081384         ADD 1 TO VTA-CANT-GAPS
081385         SET VTA-PEV-SALTO-SECUENCIA TO TRUE
081390         MOVE ZERO              TO VTA-PEV-IMPORTE
081395         MOVE VTA-SEQ-FALTANTES TO VTA-PEV-CANTIDAD
081400         PERFORM 2955-GRABAR-EVENTO-PREV THRU 2955-EXIT
081404     END-IF.
081409
081414     IF VTA-TRANS-SEQ > VTA-SEC-ULT-SEQ (VTA-SEC-FOUND-NDX)
081419         MOVE VTA-TRANS-SEQ
081423                  TO VTA-SEC-ULT-SEQ (VTA-SEC-FOUND-NDX)
081428     END-IF.
081433
081438 2007-EXIT.
081442     EXIT.
081447
081452 2008-COMPARAR-SECUENCIA.
081457
081461     IF VTA-TERMINAL-ID = VTA-SEC-TERMINAL (VTA-SEC-IDX)
081466         SET VTA-SEC-FOUND-NDX TO VTA-SEC-IDX
081471         SET VTA-SEC-ENCONTRADA TO TRUE
081476     END-IF.
081480
081485 2008-EXIT.
081490     EXIT.
081495******************************************************************
081500*2010-CONVERTIR-MONEDA: CONVIERTE VTA-IMPORTE A PESOS SEGUN LA
081600*MONEDA DE ORIGEN DE LA VENTA (VTA-TRANS-MONEDA), USANDO LA TASA
081700*VIGENTE DE TASA-CAMBIO-FILE. UNA VENTA EN BLANCO O EN "ARS" SE
091200
091210     MOVE "?" TO VTA-CAT-TICKET.
091220
091236*LA SUCURSAL DE LA TERMINAL HACE FALTA PARA CONTROLAR LO
091252*RESERVADO EN ELLA (2067-VALIDAR-RESERVA).
091268     PERFORM 2905-UBICAR-SUCURSAL THRU 2905-EXIT.
091284
091300     PERFORM 2062-VALIDAR-LINEA THRU 2062-EXIT
091400         VARYING VTA-TKT-IDX FROM 1 BY 1
091500         UNTIL VTA-TKT-IDX > VTA-TKT-CANT-LINEAS
093200
093300 2060-EXIT.
093400     EXIT.
093401
093402 2062-VALIDAR-LINEA.
093403
093404     IF VTA-TKT-PRODUCTO (VTA-TKT-IDX) = SPACES
093405         MOVE "G" TO VTA-CAT-LINEA
093406         PERFORM 2063-ANOTAR-CATEGORIA THRU 2063-EXIT
093407         GO TO 2062-EXIT
093408     END-IF.
093409
093410     MOVE "N" TO VTA-PROD-SWITCH.
093411     MOVE VTA-TKT-PRODUCTO (VTA-TKT-IDX) TO VTA-PROD-CODIGO.
093412     PERFORM 2070-BUSCAR-PRODUCTO THRU 2070-EXIT.
093413
093414     IF NOT VTA-PROD-ENCONTRADO
093415         SET VTA-VALIDACION-ERROR TO TRUE
093416         SET VTA-EXC-PRODUCTO-INEXIST TO TRUE
093417         GO TO 2062-EXIT
093418     END-IF.
093419
093420*LA CATEGORIA DE IVA DE LA LINEA SE RESUELVE CON EL PRODUCTO YA
093421*LEIDO (LA REDUCIDA SOLO RIGE SI TASAIVA TRAE SEGUNDA TASA).
093422     EVALUATE TRUE
093423         WHEN VTA-PROD-IVA-EXENTO
093424             MOVE "E" TO VTA-CAT-LINEA
093425         WHEN VTA-PROD-IVA-REDUCIDO
093426          AND VTA-IVA-REDUCIDO-VIG > ZERO
093427             MOVE "R" TO VTA-CAT-LINEA
093428         WHEN OTHER
093429             MOVE "G" TO VTA-CAT-LINEA
093430     END-EVALUATE.
093431     PERFORM 2063-ANOTAR-CATEGORIA THRU 2063-EXIT.
093432     IF VTA-VALIDACION-ERROR
093433         GO TO 2062-EXIT
093434     END-IF.
093435
093436*UNA DEVOLUCION REPONE STOCK: NO SE LE EXIGE STOCK SUFICIENTE.
093437     IF NOT VTA-ES-DEVOLUCION
093438        AND VTA-TKT-CANTIDAD (VTA-TKT-IDX) > VTA-PROD-STOCK
093439         SET VTA-VALIDACION-ERROR TO TRUE
093440         SET VTA-EXC-STOCK-INSUFICIE TO TRUE
093441         GO TO 2062-EXIT
093442     END-IF.
093443
093444*LO RESERVADO EN LA SUCURSAL PARA PEDIDOS WEB O ESPECIALES NO SE
093445*VENDE A OTRO CLIENTE (RECHAZO CODIGO 20).
093446     IF NOT VTA-ES-DEVOLUCION
093447         PERFORM 2067-VALIDAR-RESERVA THRU 2067-EXIT
093448         IF VTA-VALIDACION-ERROR
093449             GO TO 2062-EXIT
093450         END-IF
093451     END-IF.
093452
093453*VALIDACION DE PRECIO DE LISTA DE LA LINEA: EL IMPORTE DE LA
094624     EXIT.
094625
094626******************************************************************
094627*2095-VALIDAR-PLAN: RESUELVE EL PLAN DE CUOTAS DE LA VENTA. UNA
094628*VENTA CON TARJETA (DB/CR) SIN PLAN ES UN PAGO (PLAN 01); LOS
094629*DEMAS MEDIOS NO LLEVAN PLAN (00). UN PLAN EN CUOTAS SOLO VALE
094630*CON CREDITO Y DEBE EXISTIR EN LA TABLA DE PLANES; SI NO, SE
094631*RECHAZA CON EL CODIGO 18. EL PLAN ENCONTRADO DEJA EL PORCENTAJE
094632*DE RECARGO Y SU CATEGORIA DE IVA PARA 2250-CALCULAR-IVA. UN PAGO
094633*SIN REGISTRO EN LA TABLA NO LLEVA RECARGO.
094634******************************************************************
094635 2095-VALIDAR-PLAN.
094636
094637     MOVE ZERO TO VTA-RECARGO-PORC.
094638     MOVE "G"  TO VTA-RECARGO-CAT-IVA.
094639
094640     IF VTA-TRANS-PLAN-CUOTAS NOT NUMERIC
094641         MOVE ZERO TO VTA-TRANS-PLAN-CUOTAS
094642     END-IF.
094643
094644     IF VTA-TRANS-MEDIO-PAGO NOT = "CR"
094645        AND VTA-TRANS-PLAN-CUOTAS > 1
094646         SET VTA-VALIDACION-ERROR TO TRUE
094647         SET VTA-EXC-PLAN-INVALIDO TO TRUE
094648         GO TO 2095-EXIT
094649     END-IF.
094650
094651     IF VTA-TRANS-MEDIO-PAGO NOT = "CR"
094652        AND VTA-TRANS-MEDIO-PAGO NOT = "DB"
094653         MOVE ZERO TO VTA-TRANS-PLAN-CUOTAS
094654         GO TO 2095-EXIT
094655     END-IF.
094656
094657     IF VTA-TRANS-PLAN-CUOTAS = ZERO
094658         MOVE 1 TO VTA-TRANS-PLAN-CUOTAS
094659     END-IF.
094660
094661     MOVE "N" TO VTA-PLAN-SWITCH.
094662     PERFORM 2096-COMPARAR-PLAN THRU 2096-EXIT
094663         VARYING VTA-PLAN-IDX FROM 1 BY 1
094664         UNTIL VTA-PLAN-IDX > VTA-PLAN-CANT
094665            OR VTA-PLAN-ENCONTRADO.
094666
094667     IF NOT VTA-PLAN-ENCONTRADO
094668        AND VTA-TRANS-PLAN-CUOTAS > 1
094669         SET VTA-VALIDACION-ERROR TO TRUE
094670         SET VTA-EXC-PLAN-INVALIDO TO TRUE
094671     END-IF.
094672
094673 2095-EXIT.
094674     EXIT.
094675
094676 2096-COMPARAR-PLAN.
094677
094678     IF VTA-TAB-PLC-MEDIO (VTA-PLAN-IDX) = VTA-TRANS-MEDIO-PAGO
094679        AND VTA-TAB-PLC-CUOTAS (VTA-PLAN-IDX)
094680                                  = VTA-TRANS-PLAN-CUOTAS
094681         SET VTA-PLAN-ENCONTRADO TO TRUE
094682         MOVE VTA-TAB-PLC-RECARGO (VTA-PLAN-IDX)
094683                                  TO VTA-RECARGO-PORC
094684         MOVE VTA-TAB-PLC-CAT-IVA (VTA-PLAN-IDX)
094685                                  TO VTA-RECARGO-CAT-IVA
094686     END-IF.
094687
094688 2096-EXIT.
094689     EXIT.
094690******************************************************************
094691*2080-VALIDAR-CUPON: UNA VENTA QUE TRAE CUPON DE CAMPANIA SOLO
094692*SIGUE SI EL CUPON EXISTE EN CUPON-FILE, NO FUE CANJEADO, LA
094693*FECHA DE LA VENTA CAE EN SU VIGENCIA Y SE CUMPLE SU CONDICION
094694*(PRODUCTO EN EL TICKET, IMPORTE MINIMO). UN CUPON NO SE COMBINA
094695*CON UN OVERRIDE DE SUPERVISOR: EL COSTO DE LA CAMPANIA NO DEBE
094696*QUEDAR ESCONDIDO DENTRO DE UN OVERRIDE. UN CUPON YA CANJEADO POR
094697*ESTA MISMA CLAVE DE VENTA SE ACEPTA: ES EL REPROCESO DE LA VENTA
094698*DESPUES DE UN REINICIO DESDE EL CHECKPOINT.
094699*UNA DEVOLUCION TRAE EL CUPON DE LA VENTA ORIGINAL, QUE DEBE
094700*ESTAR CANJEADO: EL DESCUENTO SE VUELVE A APLICAR PARA QUE LO
094701*DEVUELTO COINCIDA CON LO COBRADO, Y EL CUPON NO SE REHABILITA.
094702******************************************************************
094703 2080-VALIDAR-CUPON.
094704
094705     IF VTA-TRANS-CUPON = SPACES
094706         GO TO 2080-EXIT
094707     END-IF.
094708
094709     MOVE VTA-TRANS-CUPON TO VTA-CUP-CODIGO.
094710     READ CUPON-FILE
094711         INVALID KEY
094712             MOVE "CUPON INEXISTENTE" TO VTA-CUPON-MOTIVO
094713             GO TO 2080-RECHAZO
094714     END-READ.
094715
094716     IF VTA-TRANS-PORC-OVERRIDE > 0
094717         MOVE "CUPON NO COMBINABLE CON OVERRIDE"
094718                              TO VTA-CUPON-MOTIVO
094719         GO TO 2080-RECHAZO
094720     END-IF.
094721
094722     IF VTA-ES-DEVOLUCION
094723         IF NOT VTA-CUP-CANJEADO
094724             MOVE "DEVOLUCION CON CUPON NO CANJEADO"
094725                              TO VTA-CUPON-MOTIVO
094726             GO TO 2080-RECHAZO
094727         END-IF
094728         GO TO 2080-ACEPTADO
094729     END-IF.
094730
094731     IF VTA-CUP-CANJEADO
094732        AND VTA-CUP-CLAVE-VENTA NOT = VTA-TRANS-CLAVE
094733         MOVE "CUPON YA CANJEADO" TO VTA-CUPON-MOTIVO
094734         GO TO 2080-RECHAZO
094735     END-IF.
094736
094737     IF VTA-TRANS-FECHA < VTA-CUP-DESDE
094738        OR VTA-TRANS-FECHA > VTA-CUP-HASTA
094739         MOVE "CUPON FUERA DE VIGENCIA" TO VTA-CUPON-MOTIVO
094740         GO TO 2080-RECHAZO
094741     END-IF.
094742
094743     IF VTA-CUP-PRODUCTO NOT = SPACES
094744         MOVE "N" TO VTA-CUPON-PROD-SWITCH
094745         PERFORM 2082-BUSCAR-PROD-CUPON THRU 2082-EXIT
094746             VARYING VTA-TKT-IDX FROM 1 BY 1
094747             UNTIL VTA-TKT-IDX > VTA-TKT-CANT-LINEAS
094748                OR VTA-CUPON-PROD-OK
094749         IF NOT VTA-CUPON-PROD-OK
094750             MOVE "CUPON NO CUMPLE CONDICION DE PRODUCTO"
094751                              TO VTA-CUPON-MOTIVO
094752             GO TO 2080-RECHAZO
094753         END-IF
094754     END-IF.
094755
094756     IF VTA-CUP-IMPORTE-MINIMO > 0
094757        AND VTA-IMPORTE-PESOS < VTA-CUP-IMPORTE-MINIMO
094758         MOVE "CUPON NO ALCANZA EL IMPORTE MINIMO"
094759                              TO VTA-CUPON-MOTIVO
094760         GO TO 2080-RECHAZO
094761     END-IF.
094762
094763 2080-ACEPTADO.
094764
094765     MOVE VTA-CUP-TIPO  TO VTA-CUPON-TIPO.
094766     MOVE VTA-CUP-VALOR TO VTA-CUPON-VALOR.
094767     SET VTA-CUPON-VALIDO TO TRUE.
094768     GO TO 2080-EXIT.
094769
094770 2080-RECHAZO.
094771
094772     SET VTA-VALIDACION-ERROR TO TRUE.
094773     SET VTA-EXC-CUPON-INVALIDO TO TRUE.
094775
094777 2080-EXIT.
094778     EXIT.
094780
094782 2082-BUSCAR-PROD-CUPON.
094784
094785     IF VTA-TKT-PRODUCTO (VTA-TKT-IDX) = VTA-CUP-PRODUCTO
094787         SET VTA-CUPON-PROD-OK TO TRUE
094789     END-IF.
094791
094792 2082-EXIT.
094794     EXIT.
094795
094796******************************************************************
094798*2065-VALIDAR-OVERRIDE: RECHAZA LA VENTA SI TRAE UN PORCENTAJE DE
094800*OVERRIDE PERO LE FALTA EL LEGAJO DEL SUPERVISOR O EL CODIGO DE
094900*AUTORIZACION. UNA VENTA SIN OVERRIDE (PORCENTAJE EN CERO) NO SE
095000*VALIDA AQUI.
096100 2065-EXIT.
096200     EXIT.
096300
096301******************************************************************
096302*2083-VALIDAR-PEDIDO-ESP: UBICA EL PEDIDO ESPECIAL QUE RETIRA LA
096304*VENTA EN LA SUCURSAL DE LA TERMINAL, CON EL PRODUCTO DE ALGUNA DE
096305*LAS LINEAS DEL TICKET. EL PEDIDO DEBE ESTAR RESERVADO Y LA LINEA
096307*DEBE LLEVAR AL MENOS SUS UNIDADES. LA SENA ES UN PAGO EN EFECTIVO
096308*YA HECHO: NO SE COMBINA CON CUENTA CORRIENTE, GIFT CARD NI
096310*PUNTOS, QUE DEBITAN EL TOTAL ENTERO. UN PEDIDO YA ENTREGADO A
096311*ESTA MISMA VENTA ES UN REPROCESO DESPUES DE UN REINICIO Y SE
096312*ACEPTA. CUALQUIER OTRO CASO SE RECHAZA CON EL CODIGO 19.
096314******************************************************************
096315 2083-VALIDAR-PEDIDO-ESP.
096317
096318     IF VTA-TRANS-PEDIDO-ESP = ZERO
096320         GO TO 2083-EXIT
096321     END-IF.
096323
096324     IF VTA-TRANS-EN-CTA-CTE
096325        OR VTA-TRANS-MEDIO-PAGO = "GC"
096327        OR VTA-TRANS-MEDIO-PAGO = "PT"
096328         GO TO 2083-RECHAZO
096330     END-IF.
096331
096333     PERFORM 2905-UBICAR-SUCURSAL THRU 2905-EXIT.
096334
096335     PERFORM 2084-BUSCAR-PEDIDO-ESP THRU 2084-EXIT
096337         VARYING VTA-TKT-IDX FROM 1 BY 1
096338         UNTIL VTA-TKT-IDX > VTA-TKT-CANT-LINEAS
096340            OR VTA-PEDESP-ENCONTRADO.
096341
096343     IF NOT VTA-PEDESP-ENCONTRADO
096344         GO TO 2083-RECHAZO
096346     END-IF.
096347
096348     EVALUATE TRUE
096350         WHEN VTA-SPD-RESERVADO
096351             SET VTA-PEDESP-EN-RESERVA TO TRUE
096353         WHEN VTA-SPD-ENTREGADO
096354          AND VTA-SPD-VENTA-FECHA = VTA-TRANS-FECHA
096356          AND VTA-SPD-VENTA-SEQ = VTA-TRANS-SEQ
096357             CONTINUE
096358         WHEN OTHER
096360             GO TO 2083-RECHAZO
096361     END-EVALUATE.
096363
096364     IF VTA-PEDESP-CANT-LINEA < VTA-SPD-CANTIDAD
096366         GO TO 2083-RECHAZO
096367     END-IF.
096369
096370     MOVE VTA-SPD-CANTIDAD TO VTA-PEDESP-CANTIDAD.
096371     MOVE VTA-SPD-SENA     TO VTA-SENA-VENTA.
096373     GO TO 2083-EXIT.
096374
096376 2083-RECHAZO.
096377     MOVE "N" TO VTA-PEDESP-SWITCH.
096379     MOVE "N" TO VTA-PEDESP-RESERVA-SW.
096380     SET VTA-VALIDACION-ERROR TO TRUE.
096382     SET VTA-EXC-PEDIDO-ESP-INVAL TO TRUE.
096383
096384 2083-EXIT.
096386     EXIT.
096387
096389 2084-BUSCAR-PEDIDO-ESP.
096390
096392     IF VTA-TKT-PRODUCTO (VTA-TKT-IDX) = SPACES
096393         GO TO 2084-EXIT
096394     END-IF.
096396
096397     MOVE VTA-SUCURSAL-VENTA   TO VTA-PEDESP-SUCURSAL.
096399     MOVE VTA-TKT-PRODUCTO (VTA-TKT-IDX)
096400                               TO VTA-PEDESP-PRODUCTO.
096402     MOVE VTA-TRANS-PEDIDO-ESP TO VTA-PEDESP-NUMERO.
096403     MOVE VTA-PEDESP-CLAVE     TO VTA-SPD-CLAVE.
096405     READ PEDIDO-ESP-FILE
096406         INVALID KEY
096407             GO TO 2084-EXIT
096409     END-READ.
096410
096412     SET VTA-PEDESP-ENCONTRADO TO TRUE.
096413     MOVE VTA-TKT-CANTIDAD (VTA-TKT-IDX) TO VTA-PEDESP-CANT-LINEA.
096415
096416 2084-EXIT.
096417     EXIT.
096419******************************************************************
096420*2086-VALIDAR-SENA: YA CALCULADO EL TOTAL, LA SENA DEL PEDIDO QUE
096422*SE RETIRA NO PUEDE SUPERAR LO QUE HAY QUE COBRAR (RECHAZO 19): LA
096423*DIFERENCIA A FAVOR DEL CLIENTE NO SE DEVUELVE DESDE LA VENTA SINO
096425*DESDE LA CONSOLA DE PEDIDOS.
096426******************************************************************
096428 2086-VALIDAR-SENA.
096429
096430     IF VTA-SENA-VENTA > VTA-TOTAL-COBRAR
096432         SET VTA-VALIDACION-ERROR TO TRUE
096433         SET VTA-EXC-PEDIDO-ESP-INVAL TO TRUE
096435     END-IF.
096436
096438 2086-EXIT.
096439     EXIT.
096440
096441******************************************************************
096442*2088-VALIDAR-EMPLEADO: UNA VENTA CON LEGAJO DE EMPLEADO ES UNA
096443*COMPRA DEL PERSONAL. EL EMPLEADO DEBE EXISTIR EN EL MAESTRO Y
096444*ESTAR ACTIVO (UNA DEVOLUCION SE ACEPTA AUNQUE YA ESTE DE BAJA).
096445*SU PORCENTAJE NO SE COMBINA CON OVERRIDE NI CUPON, Y LA COMPRA NO
096447*VA A CUENTA CORRIENTE. EL MEDIO "NM" (DESCUENTO POR NOMINA) SOLO
096448*VALE EN UNA COMPRA DEL PERSONAL CON LA AUTORIZACION FIRMADA Y SIN
096449*PEDIDO ESPECIAL (LA SENA YA SE COBRO EN EFECTIVO). CUALQUIER OTRO
096450*CASO SE RECHAZA CON EL CODIGO 21. UNA VENTA QUE YA FIGURA COMO LA
096451*ULTIMA APLICADA AL EMPLEADO (O ANTERIOR) ES UN REPROCESO DESPUES
096452*DE UN REINICIO.
096453******************************************************************
096455 2088-VALIDAR-EMPLEADO.
096456
096457     IF VTA-TRANS-EMPLEADO-ID = SPACES
096458         IF VTA-TRANS-MEDIO-PAGO = "NM"
096459             GO TO 2088-RECHAZO
096460         END-IF
096462         GO TO 2088-EXIT
096463     END-IF.
096464
096465     IF VTA-TRANS-PORC-OVERRIDE > ZERO
096466        OR VTA-TRANS-CUPON NOT = SPACES
096467        OR VTA-TRANS-EN-CTA-CTE
096468         GO TO 2088-RECHAZO
096470     END-IF.
096471
096472     MOVE VTA-TRANS-EMPLEADO-ID TO VTA-EMP-LEGAJO.
096473     READ EMPLEADO-FILE
096474         INVALID KEY
096475             GO TO 2088-RECHAZO
096476     END-READ.
096478
096479     IF VTA-EMP-DE-BAJA
096480        AND NOT VTA-ES-DEVOLUCION
096481         GO TO 2088-RECHAZO
096482     END-IF.
096483
096485     IF VTA-TRANS-MEDIO-PAGO = "NM"
096486        AND VTA-TRANS-PEDIDO-ESP > ZERO
096487         GO TO 2088-RECHAZO
096488     END-IF.
096489
096490     IF VTA-TRANS-MEDIO-PAGO = "NM"
096491        AND NOT VTA-EMP-NOMINA-AUTORIZADA
096493        AND NOT VTA-ES-DEVOLUCION
096494         GO TO 2088-RECHAZO
096495     END-IF.
096496
096497     SET VTA-VENTA-EMPLEADO TO TRUE.
096498     MOVE VTA-EMP-PORC-DESCUENTO TO VTA-EMP-PORC-VENTA.
096499     IF VTA-EMP-ULT-VENTA NOT < VTA-TRANS-CLAVE
096501         SET VTA-EMP-REPROCESO TO TRUE
096502     END-IF.
096503     GO TO 2088-EXIT.
096504
096505 2088-RECHAZO.
096506     MOVE "N" TO VTA-EMP-VENTA-SW.
096508     SET VTA-VALIDACION-ERROR TO TRUE.
096509     SET VTA-EXC-COMPRA-PERS-INVAL TO TRUE.
096510
096511 2088-EXIT.
096512     EXIT.
096513
096514******************************************************************
096516*2089-VALIDAR-TOPE: LA COMPRA DEL PERSONAL NO PUEDE LLEVAR EL
096517*CONSUMO DEL MES DEL EMPLEADO (TOTAL COBRADO CON IVA, YA LEIDO EN
096518*2088) POR ENCIMA DE SU TOPE MENSUAL; UN TOPE EN CERO NO PERMITE
096519*COMPRAR. UN CONSUMO DE OTRO MES CUENTA COMO CERO. SE VALIDA
096520*DESPUES DEL CALCULO, COMO LA GIFT CARD, PORQUE USA EL TOTAL A
096521*COBRAR. UNA DEVOLUCION O UN REPROCESO NO SE CONTROLAN. RECHAZO
096522*CODIGO 22.
096524******************************************************************
096525 2089-VALIDAR-TOPE.
096526
096527     IF NOT VTA-VENTA-EMPLEADO
096528        OR VTA-ES-DEVOLUCION
096529        OR VTA-EMP-REPROCESO
096531         GO TO 2089-EXIT
096532     END-IF.
096533
096534     MOVE VTA-TRANS-FECHA (1:6) TO VTA-MES-VENTA.
096535     IF VTA-EMP-MES-CONSUMO = VTA-MES-VENTA
096536         COMPUTE VTA-EMP-CONSUMO-NUEVO =
096537             VTA-EMP-CONSUMO-MES + VTA-TOTAL-COBRAR
096539     ELSE
096540         MOVE VTA-TOTAL-COBRAR TO VTA-EMP-CONSUMO-NUEVO
096541     END-IF.
096542
096543     IF VTA-EMP-CONSUMO-NUEVO > VTA-EMP-TOPE-MENSUAL
096544         SET VTA-VALIDACION-ERROR TO TRUE
096545         SET VTA-EXC-EXCEDE-TOPE-PERS TO TRUE
096547     END-IF.
096548
096549 2089-EXIT.
096550     EXIT.
096551******************************************************************
096552*2067-VALIDAR-RESERVA: LO QUE QUEDA EN LA SUCURSAL DESPUES DE LA
096554*LINEA NO PUEDE BAJAR DE LO RESERVADO PARA OTROS PEDIDOS (WEB O
096555*ESPECIALES). SI LA VENTA RETIRA UN PEDIDO ESPECIAL RESERVADO DE
096556*ESTE PRODUCTO, SU PROPIA CANTIDAD NO CUENTA COMO AJENA. UN
096557*PRODUCTO SIN REGISTRO EN LA SUCURSAL NO TIENE NADA RESERVADO.
096558******************************************************************
096559 2067-VALIDAR-RESERVA.
096560
096562     MOVE VTA-TKT-PRODUCTO (VTA-TKT-IDX) TO VTA-STK-PRODUCTO.
096563     MOVE VTA-SUCURSAL-VENTA TO VTA-STK-SUCURSAL.
096564     READ STOCK-SUC-FILE
096565         INVALID KEY
096566             GO TO 2067-EXIT
096567     END-READ.
096568
096570     IF VTA-STK-RESERVADO NOT NUMERIC
096571         MOVE ZERO TO VTA-STK-RESERVADO
096572     END-IF.
096573
096574     IF VTA-STK-RESERVADO = ZERO
096575         GO TO 2067-EXIT
096577     END-IF.
096578
096579     MOVE VTA-STK-RESERVADO TO VTA-RESERVA-AJENA.
096580     IF VTA-PEDESP-EN-RESERVA
096581        AND VTA-TKT-PRODUCTO (VTA-TKT-IDX) = VTA-PEDESP-PRODUCTO
096582         SUBTRACT VTA-PEDESP-CANTIDAD FROM VTA-RESERVA-AJENA
096583     END-IF.
096585
096586     COMPUTE VTA-STOCK-LUEGO-VENTA =
096587         VTA-STK-STOCK - VTA-TKT-CANTIDAD (VTA-TKT-IDX).
096588
096589     IF VTA-STOCK-LUEGO-VENTA < VTA-RESERVA-AJENA
096590         SET VTA-VALIDACION-ERROR TO TRUE
096591         SET VTA-EXC-STOCK-RESERVADO TO TRUE
096593     END-IF.
096594
096595 2067-EXIT.
096596     EXIT.
096597******************************************************************
096598*2075-VALIDAR-TRAMO: BUSCA EL TRAMO DE IMPORTE ALCANZADO POR LA
096600*VENTA EN LA TABLA DE DESCUENTOS. RECHAZA LA VENTA SI EL IMPORTE
096700*NO CAE DENTRO DE NINGUN TRAMO DE DISCUENTO-TABLA-FILE (UN HUECO
096800*EN LOS RANGOS DE LA TABLA) EN LUGAR DE DEJAR QUE EL CALCULO
098100
098150*UNA VENTA CON OVERRIDE NO NECESITA CAER DENTRO DE NINGUN TRAMO --
098160*EL PORCENTAJE LO DA EL SUPERVISOR, NO LA TABLA -- ASI QUE SOLO SE
098170*RECHAZA POR TRAMO INEXISTENTE A UNA VENTA SIN OVERRIDE. TAMPOCO
098180*LO NECESITA LA COMPRA DEL PERSONAL, QUE LLEVA EL PORCENTAJE DEL
098190*EMPLEADO.
098200     IF NOT VTA-TIER-ENCONTRADO
098250         AND VTA-TRANS-PORC-OVERRIDE = ZERO
098275         AND NOT VTA-VENTA-EMPLEADO
098300         SET VTA-VALIDACION-ERROR TO TRUE
098400         SET VTA-EXC-TRAMO-INEXIST TO TRUE
098500     END-IF.
099300     MOVE ZERO TO VTA-CLI-BONUS-PUNTOS.
099400     MOVE ZERO TO VTA-VOL-BONUS-PUNTOS.
099450
099453*LA COMPRA DEL PERSONAL NO SUMA PROMOCION, FIDELIDAD NI VOLUMEN:
099456*EL PORCENTAJE DEL EMPLEADO REEMPLAZA A TODOS ELLOS.
099460     IF VTA-TRANS-PRODUCTO NOT = SPACES
099465        AND NOT VTA-VENTA-EMPLEADO
099470         PERFORM 2160-BUSCAR-PROMO THRU 2160-EXIT
099480     END-IF.
099500
099600     IF VTA-TRANS-CLIENTE-ID > 0
099650        AND NOT VTA-VENTA-EMPLEADO
099700         PERFORM 2120-BUSCAR-CLIENTE THRU 2120-EXIT
099800     END-IF.
099900
100000     IF VTA-TRANS-CANTIDAD > 0
100050        AND NOT VTA-VENTA-EMPLEADO
100100         PERFORM 2140-BUSCAR-VOLUMEN THRU 2140-EXIT
100200     END-IF.
100300
100400     ADD VTA-CLI-BONUS-PUNTOS VTA-VOL-BONUS-PUNTOS
100500         TO VTA-PORCENTAJE.
100501
100502     IF VTA-VENTA-EMPLEADO
100503         MOVE VTA-EMP-PORC-VENTA TO VTA-PORCENTAJE
100504     END-IF.
100506
100512*UN CUPON PORCENTUAL SUMA SUS PUNTOS COMO UN BONUS MAS; SU PARTE
100518*DEL DESCUENTO SE CALCULA APARTE PARA EL AUDIT-LOG.
100525     MOVE ZERO TO VTA-CUPON-DESCUENTO.
100531     IF VTA-CUPON-VALIDO
100537        AND VTA-CUPON-PORCENTUAL
100543         ADD VTA-CUPON-VALOR TO VTA-PORCENTAJE
100550         IF VTA-RED-CERCANO
100556             COMPUTE VTA-CUPON-DESCUENTO ROUNDED =
100562                 VTA-IMPORTE-PESOS * VTA-CUPON-VALOR / 100
100568         ELSE
100575             COMPUTE VTA-CUPON-DESCUENTO =
100581                 VTA-IMPORTE-PESOS * VTA-CUPON-VALOR / 100
100587         END-IF
100593     END-IF.
100600
100700     MOVE VTA-PORCENTAJE TO VTA-PORC-ORIGINAL.
100800
102500         DIVIDE VTA-DESCUENTO BY 100 GIVING VTA-DESCUENTO
102600     END-IF.
102700
102708*UN CUPON DE MONTO FIJO SE SUMA AL DESCUENTO YA CALCULADO, SIN
102716*PASAR DEL IMPORTE DE LA VENTA.
102725     IF VTA-CUPON-VALIDO
102733        AND VTA-CUPON-MONTO-FIJO
102741         COMPUTE VTA-CUPON-DESCUENTO =
102750             VTA-IMPORTE-PESOS - VTA-DESCUENTO
102758         IF VTA-CUPON-VALOR < VTA-CUPON-DESCUENTO
102766             MOVE VTA-CUPON-VALOR TO VTA-CUPON-DESCUENTO
102775         END-IF
102783         ADD VTA-CUPON-DESCUENTO TO VTA-DESCUENTO
102791     END-IF.
102800     IF VTA-RED-CERCANO
102900         SUBTRACT VTA-DESCUENTO FROM VTA-IMPORTE-PESOS
103000             GIVING VTA-TOTAL-VENTA ROUNDED
105300******************************************************************
105400*2120-BUSCAR-CLIENTE: LEE AL CLIENTE DE LA VENTA DIRECTO POR
105450*CLAVE EN EL MAESTRO INDEXADO Y, SI EXISTE, SUMA LOS PUNTOS
105537*PORCENTUALES EXTRA DE SU TIER DE FIDELIDAD (SEGUN LA TABLA DE
105625*FIDELIDAD; POR DEFECTO BRONCE +1, PLATA +2, ORO +3) AL PORCENTAJE
105712*DE DESCUENTO YA DETERMINADO POR TRAMO DE IMPORTE.
105800******************************************************************
105900 2120-BUSCAR-CLIENTE.
106000
107000
107050******************************************************************
107060*2130-COMPARAR-CLIENTE: TRADUCE EL TIER DE FIDELIDAD DEL CLIENTE
107066*YA LEIDO EN EL FD (VTA-CLI-TIER-LEALTAD) A LOS PUNTOS DE BONUS
107073*DE LA TABLA DE FIDELIDAD. UN TIER QUE NO FIGURA NO SUMA NADA.
107080******************************************************************
107100 2130-COMPARAR-CLIENTE.
107200
107375     MOVE ZERO TO VTA-CLI-BONUS-PUNTOS.
107550     MOVE "N" TO VTA-FID-SWITCH.
107725
107900     PERFORM 2135-BUSCAR-FIDELIDAD THRU 2135-EXIT
108075         VARYING VTA-FID-IDX FROM 1 BY 1
108250         UNTIL VTA-FID-IDX > VTA-FID-CANT
108425            OR VTA-FID-ENCONTRADA.
108600
108700 2130-EXIT.
108800     EXIT.
108808
108816 2135-BUSCAR-FIDELIDAD.
108825
108833     IF VTA-CLI-TIER-LEALTAD = VTA-TAB-FID-TIER (VTA-FID-IDX)
108841         SET VTA-FID-ENCONTRADA TO TRUE
108850         MOVE VTA-TAB-FID-PORCENTAJE (VTA-FID-IDX)
108858                               TO VTA-CLI-BONUS-PUNTOS
108866     END-IF.
108875
108883 2135-EXIT.
108891     EXIT.
108900
109000******************************************************************
109100*2140-BUSCAR-VOLUMEN: BUSCA EL TRAMO DE CANTIDAD ALCANZADO POR LA
114700
114800     ADD VTA-TOTAL-VENTA VTA-IVA-IMPORTE
114900         GIVING VTA-TOTAL-COBRAR.
114902
114903*EL CARGO DE ENVIO DE UNA VENTA WEB NO SE DESCUENTA Y SE GRAVA
114904*SIEMPRE A LA TASA GENERAL, CUALQUIERA SEA LA CATEGORIA DE LA
114905*MERCADERIA. COMO EL RECARGO, VA AL TOTAL A COBRAR PERO NO A LA
114906*BASE IMPONIBLE NI AL IVA DE LA MERCADERIA.
114907     MOVE VTA-TRANS-ENVIO TO VTA-ENVIO.
114908     IF VTA-RED-CERCANO
114909         COMPUTE VTA-ENVIO-IVA ROUNDED =
114910             VTA-ENVIO * VTA-IVA-VIGENTE / 100
114911     ELSE
114912         COMPUTE VTA-ENVIO-IVA =
114913             VTA-ENVIO * VTA-IVA-VIGENTE / 100
114914     END-IF.
114915     ADD VTA-ENVIO VTA-ENVIO-IVA TO VTA-TOTAL-COBRAR.
114916
114917*EL RECARGO FINANCIERO DEL PLAN DE CUOTAS SE CALCULA SOBRE LA BASE
114918*IMPONIBLE YA DESCONTADA Y SE GRAVA CON LA CATEGORIA DE IVA DEL
114919*PLAN, NO CON LA DE LA MERCADERIA (LA REDUCIDA SOLO RIGE SI
114920*TASAIVA TRAE SEGUNDA TASA).
114921     MOVE ZERO TO VTA-RECARGO.
114922     MOVE ZERO TO VTA-RECARGO-IVA.
114923     MOVE ZERO TO VTA-RECARGO-IVA-TASA.
114924
114926     IF VTA-RECARGO-PORC = ZERO
114928         GO TO 2250-EXIT
114931     END-IF.
114934
114936     EVALUATE TRUE
114939         WHEN VTA-RECARGO-CAT-IVA = "E"
114942             MOVE ZERO TO VTA-RECARGO-IVA-TASA
114944         WHEN VTA-RECARGO-CAT-IVA = "R"
114947          AND VTA-IVA-REDUCIDO-VIG > ZERO
114950             MOVE VTA-IVA-REDUCIDO-VIG TO VTA-RECARGO-IVA-TASA
114952         WHEN OTHER
114955             MOVE "G" TO VTA-RECARGO-CAT-IVA
114957             MOVE VTA-IVA-VIGENTE TO VTA-RECARGO-IVA-TASA
114960     END-EVALUATE.
114963
114965     IF VTA-RED-CERCANO
114968         COMPUTE VTA-RECARGO ROUNDED =
114971             VTA-TOTAL-VENTA * VTA-RECARGO-PORC / 100
114973         COMPUTE VTA-RECARGO-IVA ROUNDED =
114976             VTA-RECARGO * VTA-RECARGO-IVA-TASA / 100
114978     ELSE
114981         COMPUTE VTA-RECARGO =
114984             VTA-TOTAL-VENTA * VTA-RECARGO-PORC / 100
114986         COMPUTE VTA-RECARGO-IVA =
114989             VTA-RECARGO * VTA-RECARGO-IVA-TASA / 100
114992     END-IF.
114994
114997     ADD VTA-RECARGO VTA-RECARGO-IVA TO VTA-TOTAL-COBRAR.
115000
115100 2250-EXIT.
115200     EXIT.
115300
115301******************************************************************
115303*2260-CALCULAR-PERCEPCION: COMO AGENTE DE PERCEPCION DE INGRESOS
115305*BRUTOS, A UN CLIENTE INSCRIPTO EN EL PADRON DE LA PROVINCIA (CON
115307*ALICUOTA EN EL MAESTRO Y VIGENTE EN LA FECHA DE NEGOCIO) SE LE
115308*PERCIBE SU ALICUOTA SOBRE LA BASE IMPONIBLE DE LA VENTA, SIN IVA:
115310*LA MERCADERIA YA DESCONTADA MAS EL RECARGO FINANCIERO Y EL ENVIO.
115312*LA PERCEPCION SE SUMA AL TOTAL A COBRAR. UNA DEVOLUCION SE
115314*CALCULA IGUAL, CON LA ALICUOTA VIGENTE, Y SE NETEA AL GRABARSE
115315*EN NEGATIVO. EL CLIENTE SE RELEE POR CLAVE: LA COMPRA DEL
115317*PERSONAL NO PASA POR 2120-BUSCAR-CLIENTE Y EL AREA DEL FD PUEDE
115319*TRAER OTRO CLIENTE.
115321******************************************************************
115322 2260-CALCULAR-PERCEPCION.
115324
115326     MOVE ZERO TO VTA-PERC-IIBB.
115328     MOVE ZERO TO VTA-PERC-ALICUOTA.
115329
115331     IF VTA-TRANS-CLIENTE-ID = ZERO
115333         GO TO 2260-EXIT
115335     END-IF.
115336
115338     MOVE VTA-TRANS-CLIENTE-ID TO VTA-CLI-ID.
115340     READ CLIENTE-MASTER-FILE
115342         INVALID KEY
115343             GO TO 2260-EXIT
115345     END-READ.
115347
115349     IF VTA-CLI-IIBB-ALICUOTA NOT NUMERIC
115350        OR VTA-CLI-IIBB-VIG-DESDE NOT NUMERIC
115352        OR VTA-CLI-IIBB-VIG-HASTA NOT NUMERIC
115354         GO TO 2260-EXIT
115356     END-IF.
115357
115359     IF VTA-CLI-IIBB-ALICUOTA = ZERO
115361        OR VTA-FECHA-NEGOCIO < VTA-CLI-IIBB-VIG-DESDE
115363        OR VTA-FECHA-NEGOCIO > VTA-CLI-IIBB-VIG-HASTA
115364         GO TO 2260-EXIT
115366     END-IF.
115368
115370     MOVE VTA-CLI-IIBB-ALICUOTA TO VTA-PERC-ALICUOTA.
115371
115373     IF VTA-RED-CERCANO
115375         COMPUTE VTA-PERC-IIBB ROUNDED =
115377             (VTA-TOTAL-VENTA + VTA-RECARGO + VTA-ENVIO)
115378             * VTA-PERC-ALICUOTA / 100
115380     ELSE
115382         COMPUTE VTA-PERC-IIBB =
115384             (VTA-TOTAL-VENTA + VTA-RECARGO + VTA-ENVIO)
115385             * VTA-PERC-ALICUOTA / 100
115387     END-IF.
115389
115391     ADD VTA-PERC-IIBB TO VTA-TOTAL-COBRAR.
115392
115394 2260-EXIT.
115396     EXIT.
115398
115400 2900-GRABAR-TOTAL.
115500
115600     MOVE VTA-TRANS-CLAVE     TO VTA-TOT-CLAVE.
116588     END-IF.
116589
116590     MOVE VTA-TRANS-CAJERO-ID TO VTA-TOT-CAJERO-ID.
116595     MOVE VTA-TRANS-HORA      TO VTA-TOT-HORA.
116596     MOVE VTA-TRANS-PLAN-CUOTAS
116597                              TO VTA-TOT-PLAN-CUOTAS.
116598     MOVE VTA-RECARGO         TO VTA-TOT-RECARGO.
116599     MOVE VTA-RECARGO-IVA     TO VTA-TOT-RECARGO-IVA.
116632     MOVE VTA-SENA-VENTA      TO VTA-TOT-SENA.
116643     MOVE VTA-PERC-IIBB       TO VTA-TOT-PERC-IIBB.
116654     MOVE VTA-PERC-ALICUOTA   TO VTA-TOT-PERC-ALICUOTA.
116666
116700     WRITE VTA-TOTAL-RECORD.
116800
116900     ADD VTA-IMPORTE-PESOS TO VTA-HASH-TOTAL-VENTAS.
117451     IF VTA-TRANS-MEDIO-PAGO = "PT"
117452         PERFORM 2940-DEBITAR-PUNTOS THRU 2940-EXIT
117453     END-IF.
117454
117455     IF VTA-CUPON-VALIDO
117456        AND NOT VTA-ES-DEVOLUCION
117457         PERFORM 2925-CANJEAR-CUPON THRU 2925-EXIT
117458     END-IF.
117459
117460     IF VTA-ES-DEVOLUCION
117470         PERFORM 2930-GRABAR-NOTA-CREDITO THRU 2930-EXIT
117472     END-IF.
117474
117476     IF VTA-PEDESP-ENCONTRADO
117478         PERFORM 2945-ENTREGAR-PEDIDO-ESP THRU 2945-EXIT
117481     END-IF.
117485
117489     IF VTA-VENTA-EMPLEADO
117492         PERFORM 2935-REGISTRAR-COMPRA-EMP THRU 2935-EXIT
117496     END-IF.
117500
117600     PERFORM 2960-GRABAR-AUDITORIA THRU 2960-EXIT.
117700
118370     END-READ.
118371
118372     PERFORM 2915-ACTUALIZAR-STOCK-SUC THRU 2915-EXIT.
118373
118374     IF NOT VTA-ES-DEVOLUCION
118376         PERFORM 2916-CONSUMIR-LOTES THRU 2916-EXIT
118378     END-IF.
118380
118390 2910-EXIT.
118395     EXIT.
118475     EXIT.
118476
118477******************************************************************
118478*2916-CONSUMIR-LOTES: DESCUENTA LA LINEA VENDIDA DE LOS LOTES DEL
118479*PRODUCTO EN LA SUCURSAL DE LA VENTA, EMPEZANDO POR EL QUE VENCE
118480*ANTES (EL VENCIMIENTO ES PARTE DE LA CLAVE, ASI QUE LA LECTURA
118481*SECUENCIAL YA LOS TRAE EN ESE ORDEN). UN LOTE QUE SE AGOTA SE
118482*BORRA. LO QUE LOS LOTES NO CUBREN SALE DE LA MERCADERIA SIN
118483*LOTE; UNA DEVOLUCION NO VUELVE A NINGUN LOTE PORQUE EL TICKET NO
118484*DICE DE CUAL SALIO.
118485******************************************************************
118486 2916-CONSUMIR-LOTES.
118487
118488     MOVE VTA-TKT-CANTIDAD (VTA-TKT-IDX) TO VTA-LOTE-PENDIENTE.
118489     MOVE "N" TO VTA-SW-FIN-LOTES.
118490     MOVE VTA-TKT-PRODUCTO (VTA-TKT-IDX) TO VTA-LOT-PRODUCTO.
118491     MOVE VTA-SUCURSAL-VENTA TO VTA-LOT-SUCURSAL.
118492     MOVE ZERO               TO VTA-LOT-VENCIMIENTO.
118493     MOVE LOW-VALUES         TO VTA-LOT-LOTE.
118494
118495     START STOCK-LOTE-FILE KEY >= VTA-LOT-CLAVE
118496         INVALID KEY
118497             SET VTA-FIN-LOTES TO TRUE
118498     END-START.
118499
118500     PERFORM 2917-DESCONTAR-LOTE THRU 2917-EXIT
118501         UNTIL VTA-FIN-LOTES
118503            OR VTA-LOTE-PENDIENTE = ZERO.
118504
118505 2916-EXIT.
118506     EXIT.
118507
118508 2917-DESCONTAR-LOTE.
118509
118510     READ STOCK-LOTE-FILE NEXT
118511         AT END
118512             SET VTA-FIN-LOTES TO TRUE
118513             GO TO 2917-EXIT
118514     END-READ.
118515
118516     IF VTA-LOT-PRODUCTO NOT = VTA-TKT-PRODUCTO (VTA-TKT-IDX)
118517        OR VTA-LOT-SUCURSAL NOT = VTA-SUCURSAL-VENTA
118518         SET VTA-FIN-LOTES TO TRUE
118519         GO TO 2917-EXIT
118520     END-IF.
118521
118522     IF VTA-LOT-CANTIDAD > VTA-LOTE-PENDIENTE
118523         SUBTRACT VTA-LOTE-PENDIENTE FROM VTA-LOT-CANTIDAD
118524         MOVE ZERO TO VTA-LOTE-PENDIENTE
118525         REWRITE VTA-STOCK-LOTE-RECORD
118526     ELSE
118527         IF VTA-LOT-CANTIDAD > ZERO
118529             SUBTRACT VTA-LOT-CANTIDAD FROM VTA-LOTE-PENDIENTE
118530         END-IF
118531         DELETE STOCK-LOTE-FILE RECORD
118532     END-IF.
118533
118534 2917-EXIT.
118535     EXIT.
118536
118537******************************************************************
118538*2918-GRABAR-KARDEX-VENTA: EL MOVIMIENTO DE KARDEX DE LA LINEA
118539*RECIEN APLICADA AL MAESTRO: TIPO "V" (VENTA, CANTIDAD EN
118540*NEGATIVO) O "D" (DEVOLUCION, EN POSITIVO), CON EL STOCK
118541*ANTERIOR Y EL NUEVO, LA CLAVE DE LA VENTA COMO DOCUMENTO DE
118542*RESPALDO Y LA SUCURSAL QUE VENDIO.
118543******************************************************************
118544 2918-GRABAR-KARDEX-VENTA.
118545
118546     MOVE SPACES              TO VTA-KARDEX-RECORD.
118547     MOVE VTA-FECHA-NEGOCIO   TO VTA-KDX-FECHA.
118548     ACCEPT VTA-KDX-HORA FROM TIME.
118549     MOVE VTA-TKT-PRODUCTO (VTA-TKT-IDX) TO VTA-KDX-PRODUCTO.
118550
118551     IF VTA-ES-DEVOLUCION
118552         SET VTA-KDX-DEVOLUCION TO TRUE
118553         MOVE VTA-TKT-CANTIDAD (VTA-TKT-IDX)
118555                              TO VTA-KDX-CANTIDAD
118556     ELSE
118557         SET VTA-KDX-VENTA TO TRUE
118558         COMPUTE VTA-KDX-CANTIDAD =
118559             VTA-TKT-CANTIDAD (VTA-TKT-IDX) * -1
118560     END-IF.
118561
118562     MOVE VTA-STOCK-ANTERIOR  TO VTA-KDX-STOCK-ANTERIOR.
118563     MOVE VTA-STOCK-NUEVO     TO VTA-KDX-STOCK-NUEVO.
118564     MOVE ZERO                TO VTA-KDX-RAZON-COD.
118565*EL DOCUMENTO DE RESPALDO ES LA SECUENCIA DE LA TRANSACCION
118566*(LA FECHA DE LA VENTA YA ES LA FECHA DEL MOVIMIENTO).
118567     MOVE VTA-TRANS-SEQ       TO VTA-KDX-REF-DOC.
118568     MOVE VTA-SUCURSAL-VENTA  TO VTA-KDX-SUCURSAL.
118569*UNA LINEA PUEDE HABER SALIDO DE VARIOS LOTES: EL MOVIMIENTO
118570*DE VENTA VA SIN LOTE.
118571     MOVE ZERO                TO VTA-KDX-VENCIMIENTO.
118572
118573     WRITE VTA-KARDEX-RECORD.
118574
118575 2918-EXIT.
118576     EXIT.
118577
118578******************************************************************
118579*2960-GRABAR-AUDITORIA: DEJA CONSTANCIA EN AUDIT-LOG-FILE DE CADA
118581*DESCUENTO CALCULADO, PARA RESPONDER AUDITORIAS POSTERIORES.
118600******************************************************************
118700 2960-GRABAR-AUDITORIA.
121713     MOVE VTA-TRANS-PRODUCTO  TO VTA-AUD-PRODUCTO.
121714     MOVE VTA-TRANS-CANTIDAD  TO VTA-AUD-CANTIDAD.
121715     MOVE VTA-CAT-IVA-VENTA   TO VTA-AUD-CAT-IVA.
121716     MOVE VTA-TRANS-CAJERO-ID TO VTA-AUD-CAJERO-ID.
121717     MOVE VTA-TRANS-HORA      TO VTA-AUD-HORA-VENTA.
121718     MOVE VTA-TRANS-PLAN-CUOTAS
121719                              TO VTA-AUD-PLAN-CUOTAS.
121721     MOVE VTA-RECARGO         TO VTA-AUD-RECARGO.
121722     MOVE VTA-RECARGO-IVA     TO VTA-AUD-RECARGO-IVA.
121723     MOVE VTA-RECARGO-CAT-IVA TO VTA-AUD-RECARGO-CAT-IVA.
121724     MOVE VTA-TRANS-CANAL     TO VTA-AUD-CANAL.
121725     MOVE VTA-ENVIO           TO VTA-AUD-ENVIO.
121726     MOVE VTA-ENVIO-IVA       TO VTA-AUD-ENVIO-IVA.
121727     MOVE VTA-PERC-IIBB       TO VTA-AUD-PERC-IIBB.
121728     MOVE VTA-PERC-ALICUOTA   TO VTA-AUD-PERC-ALICUOTA.
121729
121730*LA TARJETA QUE 2920-DEBITAR-GIFTCARD MOVIO CON ESTA VENTA.
121731     IF VTA-TRANS-MEDIO-PAGO = "GC"
121732         MOVE VTA-TRANS-GC-NUMERO TO VTA-AUD-GC-NUMERO
121733     ELSE
121734         MOVE SPACES              TO VTA-AUD-GC-NUMERO
121735     END-IF.
121736
121737     IF VTA-MEDIO-PAGO-VENTA = "DB" OR VTA-MEDIO-PAGO-VENTA = "CR"
121738         MOVE VTA-TRANS-AUTORIZ-TARJ
121739                              TO VTA-AUD-AUTORIZ-TARJ
121740     ELSE
121741         MOVE SPACES          TO VTA-AUD-AUTORIZ-TARJ
121742     END-IF.
121744
121745     IF VTA-CUPON-VALIDO
121746         MOVE VTA-TRANS-CUPON TO VTA-AUD-CUPON
121747     ELSE
121749         MOVE SPACES          TO VTA-AUD-CUPON
121750     END-IF.
121751     MOVE VTA-CUPON-DESCUENTO TO VTA-AUD-CUPON-DESCUENTO.
121752
121753     IF VTA-PROMO-APLICADA
121755         SET VTA-AUD-CON-PROMO       TO TRUE
121756         MOVE VTA-PROMO-PORC-APLICADO
121757                              TO VTA-AUD-PROMO-PORC
121758     ELSE
121760         MOVE "N"                    TO VTA-AUD-PROMO-MARCA
121770         MOVE ZERO                   TO VTA-AUD-PROMO-PORC
121780     END-IF.
121799         COMPUTE VTA-AUD-TOTAL-COBRAR =
121800                                  VTA-AUD-TOTAL-COBRAR * -1
121801         COMPUTE VTA-AUD-CANTIDAD     = VTA-AUD-CANTIDAD * -1
121802         COMPUTE VTA-AUD-CUPON-DESCUENTO =
121804                                  VTA-AUD-CUPON-DESCUENTO * -1
121805         COMPUTE VTA-AUD-RECARGO      = VTA-AUD-RECARGO * -1
121806         COMPUTE VTA-AUD-RECARGO-IVA  = VTA-AUD-RECARGO-IVA * -1
121808         COMPUTE VTA-AUD-ENVIO        = VTA-AUD-ENVIO * -1
121810         COMPUTE VTA-AUD-ENVIO-IVA    = VTA-AUD-ENVIO-IVA * -1
121811         COMPUTE VTA-AUD-PERC-IIBB    = VTA-AUD-PERC-IIBB * -1
121812     END-IF.
121814
121816     WRITE VTA-AUDIT-RECORD
121818         INVALID KEY
121820             DISPLAY "EJERCICIO5 - CLAVE DE AUDITORIA DUPLICADA:"
121830                     " " VTA-AUD-CLAVE
121840     END-WRITE.
126219             WHEN VTA-EXC-CLIENTE-BLOQUEADO
126239                 MOVE "CLIENTE CON BLOQUEO DE CREDITO"
126259                              TO VTA-EXC-RAZON-DESC
126264             WHEN VTA-EXC-CUPON-INVALIDO
126269                 MOVE VTA-CUPON-MOTIVO
126274                              TO VTA-EXC-RAZON-DESC
126275             WHEN VTA-EXC-PLAN-INVALIDO
126276                 MOVE "PLAN DE CUOTAS INEXISTENTE O SIN CREDITO"
126277                              TO VTA-EXC-RAZON-DESC
126279             WHEN VTA-EXC-PEDIDO-ESP-INVAL
126282                 MOVE "PEDIDO ESPECIAL INVALIDO O NO RESERVADO"
126285                              TO VTA-EXC-RAZON-DESC
126288             WHEN VTA-EXC-STOCK-RESERVADO
126291                 MOVE "STOCK RESERVADO PARA OTRO PEDIDO"
126294                              TO VTA-EXC-RAZON-DESC
126305             WHEN VTA-EXC-COMPRA-PERS-INVAL
126317                 MOVE "COMPRA DEL PERSONAL INVALIDA"
126329                              TO VTA-EXC-RAZON-DESC
126341             WHEN VTA-EXC-EXCEDE-TOPE-PERS
126352                 MOVE "EXCEDE TOPE MENSUAL DEL EMPLEADO"
126364                              TO VTA-EXC-RAZON-DESC
126376         END-EVALUATE
126388     ELSE
126400         MOVE VTA-DESCUENTO   TO VTA-EXC-DESCUENTO
126500         MOVE VTA-TOTAL-VENTA TO VTA-EXC-TOTAL-CALC
126600         SET VTA-EXC-TOTAL-INVALIDO TO TRUE
126900     END-IF.
127000
127100     WRITE VTA-EXCEPCION-RECORD.
127107
127114     IF VTA-VALIDACION-ERROR
127121         IF VTA-EXC-CLAVE-DUPLICADA OR VTA-EXC-PRECIO-INCONSIS
127128             IF VTA-EXC-CLAVE-DUPLICADA
127135                 SET VTA-PEV-CLAVE-DUPLICADA TO TRUE
127142             ELSE
127150                 SET VTA-PEV-PRECIO-INCONSIS TO TRUE
127157             END-IF
127164             MOVE VTA-IMPORTE-PESOS TO VTA-PEV-IMPORTE
127171             MOVE 1                 TO VTA-PEV-CANTIDAD
127178             PERFORM 2955-GRABAR-EVENTO-PREV THRU 2955-EXIT
127185         END-IF
127192     END-IF.
127200
127300     ADD VTA-IMPORTE-PESOS TO VTA-HASH-TOTAL-EXCEPC.
127400
127600
127700 2950-EXIT.
127800     EXIT.
127801
127802******************************************************************
127803*2955-GRABAR-EVENTO-PREV: DEJA EN PREVEVT UN EVENTO DE PREVENCION
127804*DE PERDIDAS QUE NO LLEGA AL AUDIT-LOG (RECHAZO 10/11 O SALTO DE
127805*SECUENCIA). EL LLAMADOR YA CARGO TIPO, IMPORTE Y CANTIDAD; EL
127806*SALTO SE IMPUTA AL CAJERO DE LA VENTA QUE LO DESCUBRE.
127807******************************************************************
127808 2955-GRABAR-EVENTO-PREV.
127809
127810     MOVE VTA-FECHA-NEGOCIO   TO VTA-PEV-FECHA-NEGOCIO.
127811     MOVE VTA-TRANS-CLAVE     TO VTA-PEV-CLAVE.
127812     MOVE VTA-TERMINAL-ID     TO VTA-PEV-TERMINAL-ID.
127813     MOVE VTA-TRANS-CAJERO-ID TO VTA-PEV-CAJERO-ID.
127814
127815     WRITE VTA-PREV-EVENTO-RECORD.
127816     IF NOT VTA-PREVEV-OK
127817         DISPLAY "EJERCICIO5 - ERROR AL GRABAR PREVEVT, STATUS: "
127818                 VTA-PREVEV-STATUS
127819     END-IF.
127820
127821 2955-EXIT.
127822     EXIT.
127823
127824******************************************************************
127825*2925-CANJEAR-CUPON: RELEE EL CUPON DE LA VENTA POR CLAVE Y LO
127826*MARCA CANJEADO CON LA FECHA DE NEGOCIO Y LA CLAVE DE LA VENTA,
127827*CON EL MISMO CRITERIO DE RELECTURA QUE 2910-DESCONTAR-STOCK.
127828******************************************************************
127829 2925-CANJEAR-CUPON.
127830
127831     MOVE VTA-TRANS-CUPON TO VTA-CUP-CODIGO.
127832     READ CUPON-FILE
127833         INVALID KEY
127834             DISPLAY "EJERCICIO5 - CUPON INEXISTENTE AL CANJEAR:"
127835                     " " VTA-TRANS-CUPON
127836             GO TO 2925-EXIT
127837     END-READ.
127838
127839     SET VTA-CUP-CANJEADO      TO TRUE.
127840     MOVE VTA-FECHA-NEGOCIO    TO VTA-CUP-FECHA-CANJE.
127841     MOVE VTA-TRANS-CLAVE      TO VTA-CUP-CLAVE-VENTA.
127842
127843     REWRITE VTA-CUPON-RECORD
127844         INVALID KEY
127845             DISPLAY "EJERCICIO5 - ERROR AL CANJEAR EL CUPON: "
127846                     VTA-TRANS-CUPON
127847     END-REWRITE.
127848
127849 2925-EXIT.
127850     EXIT.
127851******************************************************************
127852*2920-DEBITAR-GIFTCARD: RELEE LA GIFT CARD DE LA VENTA POR CLAVE
127853*Y LE DEBITA EL TOTAL COBRADO CON REWRITE, CON EL MISMO CRITERIO
127854*DE RELECTURA QUE 2910-DESCONTAR-STOCK. UNA TARJETA QUE QUEDA EN
127855*CERO PASA A ESTADO AGOTADA.
127856******************************************************************
127857 2920-DEBITAR-GIFTCARD.
127859
127860     MOVE VTA-TRANS-GC-NUMERO TO VTA-GFT-NUMERO.
127862     READ GIFT-CARD-FILE
127863         INVALID KEY
127864             CONTINUE
127866         NOT INVALID KEY
127867*UNA DEVOLUCION PAGADA CON GIFT CARD REINTEGRA EL TOTAL A LA
127869*TARJETA, QUE VUELVE A QUEDAR ACTIVA.
127870             IF VTA-ES-DEVOLUCION
127871                 ADD VTA-TOTAL-COBRAR TO VTA-GFT-SALDO
127873                 SET VTA-GFT-ACTIVA TO TRUE
127874             ELSE
127876                 SUBTRACT VTA-TOTAL-COBRAR FROM VTA-GFT-SALDO
127877                 IF VTA-GFT-SALDO <= ZERO
127878                     SET VTA-GFT-AGOTADA TO TRUE
127880                 END-IF
127881             END-IF
127883             MOVE VTA-FECHA-NEGOCIO TO VTA-GFT-FECHA-ULT-MOV
127884             REWRITE VTA-GIFT-RECORD
127886     END-READ.
127887
127888 2920-EXIT.
127890     EXIT.
127891
127893******************************************************************
127894*2930-GRABAR-NOTA-CREDITO: COMPROBANTE A FAVOR DEL CLIENTE POR
127895*LA DEVOLUCION COMPLETADA. EL IMPORTE ES EL TOTAL DEVUELTO (CON
127897*IVA), EN POSITIVO.
127898******************************************************************
127900 2930-GRABAR-NOTA-CREDITO.
127901
127902     MOVE SPACES               TO VTA-NOTA-CRED-RECORD.
127904     MOVE VTA-TRANS-CLIENTE-ID TO VTA-NCR-CLIENTE-ID.
127905     MOVE VTA-FECHA-NEGOCIO    TO VTA-NCR-FECHA.
127907     MOVE VTA-TRANS-CLAVE      TO VTA-NCR-CLAVE-DEVOL.
127908     MOVE VTA-TRANS-PRODUCTO   TO VTA-NCR-PRODUCTO.
127909     MOVE VTA-TRANS-CANTIDAD   TO VTA-NCR-CANTIDAD.
127911     MOVE VTA-TOTAL-COBRAR     TO VTA-NCR-IMPORTE.
127912     MOVE VTA-MEDIO-PAGO-VENTA TO VTA-NCR-MEDIO-PAGO.
127914
127915     WRITE VTA-NOTA-CRED-RECORD.
127916
127918 2930-EXIT.
127919     EXIT.
127921
127922******************************************************************
127924*2940-DEBITAR-PUNTOS: RELEE EL SALDO DE PUNTOS DEL CLIENTE POR
127925*CLAVE, LE DEBITA LOS PUNTOS USADOS EN LA VENTA CON REWRITE Y
127926*DEJA EL MOVIMIENTO DE CANJE EN EL DIARIO CON LA CLAVE DE LA
127928*VENTA. UNA DEVOLUCION "PT" REINTEGRA LOS PUNTOS CON UNA
127929*ACREDITACION, TAMBIEN CON SU CLAVE.
127931******************************************************************
127932 2940-DEBITAR-PUNTOS.
127933
127935     MOVE "N" TO VTA-PSALDO-SWITCH.
127936     MOVE VTA-TRANS-CLIENTE-ID TO VTA-PTS-CLIENTE-ID.
127938     READ PUNTOS-SALDO-FILE
127939         INVALID KEY
127940             CONTINUE
127942         NOT INVALID KEY
127943             SET VTA-PSALDO-EXISTE TO TRUE
127945     END-READ.
127946
127947     IF VTA-ES-DEVOLUCION
127949         IF VTA-PSALDO-EXISTE
127950             ADD VTA-TRANS-PUNTOS-USADOS TO VTA-PTS-SALDO
127952             MOVE VTA-FECHA-NEGOCIO TO VTA-PTS-FECHA-ULT-MOV
127953             REWRITE VTA-PTOS-SALDO-RECORD
127954         ELSE
127956             MOVE VTA-TRANS-CLIENTE-ID TO VTA-PTS-CLIENTE-ID
127957             MOVE VTA-TRANS-PUNTOS-USADOS TO VTA-PTS-SALDO
127959             MOVE VTA-FECHA-NEGOCIO TO VTA-PTS-FECHA-ULT-MOV
127960             WRITE VTA-PTOS-SALDO-RECORD
127962         END-IF
127963     ELSE
127964         IF VTA-PSALDO-EXISTE
127966             SUBTRACT VTA-TRANS-PUNTOS-USADOS FROM VTA-PTS-SALDO
127967             MOVE VTA-FECHA-NEGOCIO TO VTA-PTS-FECHA-ULT-MOV
127969             REWRITE VTA-PTOS-SALDO-RECORD
127970         END-IF
127971     END-IF.
127973
127974     MOVE VTA-TRANS-CLIENTE-ID TO VTA-PTM-CLIENTE-ID.
127976     MOVE VTA-FECHA-NEGOCIO    TO VTA-PTM-FECHA.
127977     ACCEPT VTA-PTM-HORA FROM TIME.
127978     IF VTA-ES-DEVOLUCION
127980         SET VTA-PTM-ACREDITACION TO TRUE
127981         MOVE VTA-TRANS-PUNTOS-USADOS TO VTA-PTM-PUNTOS
127983     ELSE
127984         SET VTA-PTM-CANJE TO TRUE
127985         COMPUTE VTA-PTM-PUNTOS =
127987                 VTA-TRANS-PUNTOS-USADOS * -1
127988     END-IF.
127990     MOVE VTA-TRANS-CLAVE TO VTA-PTM-CLAVE-VENTA.
127991
127992     WRITE VTA-PTOS-MOV-RECORD.
127994
127995 2940-EXIT.
127997     EXIT.
127998
128000******************************************************************
128001*2935-REGISTRAR-COMPRA-EMP: SUMA LA COMPRA DEL PERSONAL AL CONSUMO
128003*DEL MES DEL EMPLEADO (UNA DEVOLUCION LO RESTA; UN CONSUMO DE OTRO
128004*MES ARRANCA DE CERO), DEJA LA VENTA COMO LA ULTIMA APLICADA Y LA
128006*GRABA EN EL DIARIO DE COMPRAS DEL PERSONAL. UN REPROCESO POR
128007*REINICIO YA ESTA REGISTRADO Y NO SE VUELVE A APLICAR.
128009******************************************************************
128010 2935-REGISTRAR-COMPRA-EMP.
128012
128014     IF VTA-EMP-REPROCESO
128015         GO TO 2935-EXIT
128017     END-IF.
128018
128020     MOVE VTA-TRANS-EMPLEADO-ID TO VTA-EMP-LEGAJO.
128021     READ EMPLEADO-FILE
128023         INVALID KEY
128025             DISPLAY "EJERCICIO5 - EMPLEADO INEXISTENTE AL "
128026                     "REGISTRAR LA COMPRA: " VTA-TRANS-EMPLEADO-ID
128028             GO TO 2935-EXIT
128029     END-READ.
128031
128032     MOVE VTA-TRANS-FECHA (1:6) TO VTA-MES-VENTA.
128034     IF VTA-EMP-MES-CONSUMO NOT = VTA-MES-VENTA
128035         MOVE VTA-MES-VENTA TO VTA-EMP-MES-CONSUMO
128037         MOVE ZERO          TO VTA-EMP-CONSUMO-MES
128039     END-IF.
128040
128042     IF VTA-ES-DEVOLUCION
128043         SUBTRACT VTA-TOTAL-COBRAR FROM VTA-EMP-CONSUMO-MES
128045     ELSE
128046         ADD VTA-TOTAL-COBRAR TO VTA-EMP-CONSUMO-MES
128048     END-IF.
128050
128051     MOVE VTA-TRANS-FECHA      TO VTA-EMP-ULT-FECHA.
128053     MOVE VTA-TRANS-SEQ        TO VTA-EMP-ULT-SEQ.
128054     REWRITE VTA-EMPLEADO-RECORD
128056         INVALID KEY
128057             DISPLAY "EJERCICIO5 - ERROR AL ACTUALIZAR EL "
128059                     "EMPLEADO: " VTA-TRANS-EMPLEADO-ID
128060     END-REWRITE.
128062
128064     MOVE SPACES               TO VTA-CONS-EMP-RECORD.
128065     MOVE VTA-FECHA-NEGOCIO    TO VTA-CEM-FECHA.
128067     MOVE VTA-TRANS-EMPLEADO-ID
128068                               TO VTA-CEM-LEGAJO.
128070     MOVE VTA-TRANS-FECHA      TO VTA-CEM-VENTA-FECHA.
128071     MOVE VTA-TRANS-SEQ        TO VTA-CEM-VENTA-SEQ.
128073     MOVE VTA-TERMINAL-ID      TO VTA-CEM-TERMINAL-ID.
128075     IF VTA-ES-DEVOLUCION
128076         SET VTA-CEM-DEVOLUCION TO TRUE
128078     ELSE
128079         SET VTA-CEM-COMPRA     TO TRUE
128081     END-IF.
128082     MOVE VTA-MEDIO-PAGO-VENTA TO VTA-CEM-MEDIO-PAGO.
128084     MOVE VTA-IMPORTE-PESOS    TO VTA-CEM-IMPORTE.
128085     MOVE VTA-DESCUENTO        TO VTA-CEM-DESCUENTO.
128087     MOVE VTA-TOTAL-COBRAR     TO VTA-CEM-TOTAL-COBRAR.
128089
128090     WRITE VTA-CONS-EMP-RECORD.
128092
128093 2935-EXIT.
128095     EXIT.
128096******************************************************************
128098*2945-ENTREGAR-PEDIDO-ESP: CIERRA EL PEDIDO ESPECIAL RETIRADO POR
128100*LA VENTA. LIBERA SU CANTIDAD DE LO RESERVADO EN LA SUCURSAL (LA
128101*VENTA YA LA DESCONTO DEL STOCK EN 2915), LO MARCA ENTREGADO CON
128103*LA CLAVE DE LA VENTA Y GRABA LA SENA APLICADA EN EL DIARIO DE
128104*SENAS, QUE CANCELA EL PASIVO. UN PEDIDO QUE YA ESTABA ENTREGADO
128106*(REPROCESO POR REINICIO) NO SE VUELVE A APLICAR.
128107******************************************************************
128109 2945-ENTREGAR-PEDIDO-ESP.
128110
128112     MOVE VTA-PEDESP-CLAVE TO VTA-SPD-CLAVE.
128114     READ PEDIDO-ESP-FILE
128115         INVALID KEY
128117             DISPLAY "EJERCICIO5 - PEDIDO ESPECIAL INEXISTENTE "
128118                     "AL ENTREGAR: " VTA-PEDESP-CLAVE
128120             GO TO 2945-EXIT
128121     END-READ.
128123
128125     IF VTA-SPD-ENTREGADO
128126         GO TO 2945-EXIT
128128     END-IF.
128129
128131     MOVE VTA-SPD-PRODUCTO TO VTA-STK-PRODUCTO.
128132     MOVE VTA-SPD-SUCURSAL TO VTA-STK-SUCURSAL.
128134     READ STOCK-SUC-FILE
128135         INVALID KEY
128137             CONTINUE
128139         NOT INVALID KEY
128140             IF VTA-STK-RESERVADO NOT NUMERIC
128142                 MOVE ZERO TO VTA-STK-RESERVADO
128143             END-IF
128145             IF VTA-STK-RESERVADO > VTA-SPD-CANTIDAD
128146                 SUBTRACT VTA-SPD-CANTIDAD FROM VTA-STK-RESERVADO
128148             ELSE
128150                 MOVE ZERO TO VTA-STK-RESERVADO
128151             END-IF
128153             REWRITE VTA-STOCK-SUC-RECORD
128154     END-READ.
128156
128157     SET VTA-SPD-ENTREGADO     TO TRUE.
128159     MOVE VTA-FECHA-NEGOCIO    TO VTA-SPD-FECHA-ESTADO.
128160     MOVE VTA-TRANS-FECHA      TO VTA-SPD-VENTA-FECHA.
128162     MOVE VTA-TRANS-SEQ        TO VTA-SPD-VENTA-SEQ.
128164     REWRITE VTA-PEDIDO-ESP-RECORD
128165         INVALID KEY
128167             DISPLAY "EJERCICIO5 - ERROR AL ENTREGAR EL PEDIDO "
128168                     "ESPECIAL: " VTA-PEDESP-CLAVE
128170     END-REWRITE.
128171
128173     MOVE SPACES               TO VTA-SENA-MOV-RECORD.
128175     MOVE VTA-FECHA-NEGOCIO    TO VTA-SNM-FECHA.
128176     MOVE VTA-TRANS-HORA       TO VTA-SNM-HORA.
128178     MOVE VTA-TERMINAL-ID      TO VTA-SNM-TERMINAL-ID.
128179     MOVE VTA-TRANS-CAJERO-ID  TO VTA-SNM-CAJERO-ID.
128181     SET VTA-SNM-APLICADA      TO TRUE.
128182     MOVE VTA-SPD-CLAVE        TO VTA-SNM-PEDIDO.
128184     MOVE VTA-SPD-SENA         TO VTA-SNM-IMPORTE.
128185     MOVE VTA-TRANS-FECHA      TO VTA-SNM-VENTA-FECHA.
128187     MOVE VTA-TRANS-SEQ        TO VTA-SNM-VENTA-SEQ.
128189
128190     WRITE VTA-SENA-MOV-RECORD.
128192
128193 2945-EXIT.
128195     EXIT.
128196
128198******************************************************************
128200*2980-REGISTRAR-PROCESADO: EN LA CORRIDA INTRADIARIA, ANOTA EN EL
128202*INDICE DEL DIA QUE EL TICKET YA QUEDO GRABADO (COMO VENTA O COMO
128204*EXCEPCION), PARA QUE LAS CORRIDAS SIGUIENTES Y LA NOCTURNA NO LO
128206*REPITAN.
128208******************************************************************
128210 2980-REGISTRAR-PROCESADO.
128212
128214     MOVE SPACES            TO VTA-TKT-PROC-RECORD.
128216     MOVE VTA-FECHA-NEGOCIO TO VTA-TKP-FECHA-NEG.
128218     MOVE VTA-OCU-CLAVE     TO VTA-TKP-CLAVE.
128220     MOVE VTA-OCU-CANT      TO VTA-TKP-CANT-TICKETS.
128222     ACCEPT VTA-TKP-HORA FROM TIME.
128224
128226     WRITE VTA-TKT-PROC-RECORD
128228         INVALID KEY
128230             REWRITE VTA-TKT-PROC-RECORD
128232                 INVALID KEY
128234                     DISPLAY "EJERCICIO5 - NO SE PUDO ANOTAR EL "
128236                             "TICKET PROCESADO " VTA-TKP-CLAVE
128238             END-REWRITE
128240     END-WRITE.
128242
128244 2980-EXIT.
128246     EXIT.
128248
128250******************************************************************
128252*2990-CONTAR-CHECKPOINT: SUMA LOS REGISTROS CONSUMIDOS POR EL
128254*TICKET (GRABADO O SALTEADO POR YA PROCESADO) Y GRABA EL
128256*CHECKPOINT CADA VTA-CKPT-INTERVALO REGISTROS.
128258******************************************************************
128260 2990-CONTAR-CHECKPOINT.
128262
128264*EL CHECKPOINT CUENTA REGISTROS DE ENTRADA CONSUMIDOS, NO
128266*TICKETS: UN TICKET CONSUME SU CABECERA MAS SUS LINEAS, Y EL
128268*REINICIO (1500-SALTAR-PROCESADAS) SALTEA REGISTROS DE A UNO.
128270     ADD VTA-TKT-REGISTROS TO VTA-CKPT-CANT-ACUM.
128272     DIVIDE VTA-CKPT-CANT-ACUM BY VTA-CKPT-INTERVALO
128274         GIVING VTA-CKPT-COCIENTE
128276         REMAINDER VTA-CKPT-RESTO.
128278
128280     IF VTA-CKPT-RESTO = 0
128282         PERFORM 1300-GRABAR-CHECKPOINT THRU 1300-EXIT
128284     END-IF.
128286
128288 2990-EXIT.
128290     EXIT.
128292
128294******************************************************************
128296*9000-FINALIZAR: CIERRA LOS ARCHIVOS, LIMPIA EL CHECKPOINT DE UNA
128298*CORRIDA QUE TERMINO CORRECTAMENTE E INFORMA LOS CONTADORES.
128300******************************************************************
128400 9000-FINALIZAR.
128500
128600     CLOSE SALES-TRANS-FILE.
128610
128614     IF VTA-CORRIDA-INTRADIARIA
128618         WRITE VTA-SEQRPT-LINE FROM VTA-LINEA-SEQ-INTRADIA
128622     ELSE
128627         MOVE VTA-CANT-GAPS TO VTA-LSR-CANT
128631         WRITE VTA-SEQRPT-LINE FROM VTA-LINEA-SEQ-RESUMEN
128635     END-IF.
128640     CLOSE SEQ-CONTROL-REPORT-FILE.
128700
128701*LOS TRAILERS SE ARMAN RECONTANDO CADA ARCHIVO COMPLETO: TRAS
128702*UN REINICIO, EL ARCHIVO TRAE TAMBIEN LO GRABADO ANTES DE LA
128703*CAIDA, QUE LOS CONTADORES DE ESTA CORRIDA NO VIERON.
128800     CLOSE SALES-TOTAL-FILE.
128900     CLOSE EXCEPT-VENTAS-FILE.
129000
129021*LA CORRIDA INTRADIARIA NO GRABA TRAILERS: SUS ARCHIVOS SON
129042*PARCIALES DEL DIA QUE INCORPORA LA NOCTURNA, Y ES LA NOCTURNA LA
129064*QUE GRABA UN UNICO TRAILER SOBRE EL DIA COMPLETO.
129085     IF VTA-CORRIDA-NOCTURNA
129107         PERFORM 9150-RECONTAR-VENTAS THRU 9150-EXIT
129128         OPEN EXTEND SALES-TOTAL-FILE
129150         PERFORM 9200-GRABAR-TRAILER-VENTAS THRU 9200-EXIT
129171         CLOSE SALES-TOTAL-FILE
129192         PERFORM 9350-RECONTAR-EXCEPC THRU 9350-EXIT
129214         OPEN EXTEND EXCEPT-VENTAS-FILE
129235         PERFORM 9300-GRABAR-TRAILER-EXCEPC THRU 9300-EXIT
129257         CLOSE EXCEPT-VENTAS-FILE
129278     END-IF.
129300
129400     CLOSE AUDIT-LOG-FILE.
129500
129700     CLOSE PRODUCTO-MASTER-FILE.
129710     CLOSE CTA-SALDO-FILE.
129720     CLOSE GIFT-CARD-FILE.
129725     CLOSE CUPON-FILE.
129730     CLOSE NOTA-CRED-FILE.
129740     CLOSE PUNTOS-SALDO-FILE.
129750     CLOSE PUNTOS-MOV-FILE.
129780     CLOSE PRECIO-VIG-FILE.
129790     CLOSE CLI-MERGE-FILE.
129791     CLOSE KARDEX-FILE.
129918     CLOSE PREV-EVENTO-FILE.
130045     CLOSE STOCK-LOTE-FILE.
130130     CLOSE PEDIDO-ESP-FILE.
130215     CLOSE SENA-MOV-FILE.
130243     CLOSE EMPLEADO-FILE.
130271     CLOSE CONS-EMP-FILE.
130300
130302*LA CORRIDA INTRADIARIA NO MARCA EL DIA COMO PROCESADO EN EL
130304*CALENDARIO: LA NOCTURNA TIENE QUE CORRER IGUAL.
130306     IF VTA-CORRIDA-INTRADIARIA
130308         CLOSE CALEN-PROC-FILE
130310         CLOSE TKT-PROC-FILE
130312     ELSE
130314         PERFORM 9050-MARCAR-CORRIDO THRU 9050-EXIT
130316         PERFORM 9060-CERRAR-DIA-INTRADIARIO THRU 9060-EXIT
130318     END-IF.
130320
130400     MOVE ZERO TO VTA-CKPT-CANT-LEIDAS.
130433     MOVE VTA-MODO-CORRIDA  TO VTA-CKPT-MODO.
130466     MOVE VTA-FECHA-NEGOCIO TO VTA-CKPT-FECHA-NEG.
130500     OPEN OUTPUT CHECKPOINT-FILE.
130600     WRITE VTA-CKPT-RECORD.
130700     CLOSE CHECKPOINT-FILE.
131100         VTA-CANT-PROCESADAS.
131200     DISPLAY "EJERCICIO5 - VENTAS RECHAZADAS: "
131300         VTA-CANT-RECHAZADAS.
131333     DISPLAY "EJERCICIO5 - YA PROC. INTRAD. : "
131366         VTA-CANT-YA-PROCESADAS.
131400
131500 9000-EXIT.
131600     EXIT.
131623
131624 9050-EXIT.
131625     EXIT.
131626
131628******************************************************************
131629*9060-CERRAR-DIA-INTRADIARIO: AL TERMINAR BIEN LA NOCHE, BORRA DEL
131630*INDICE LOS TICKETS DE LA FECHA DE NEGOCIO Y VACIA LAS VENTAS Y
131632*EXCEPCIONES PARCIALES, QUE YA QUEDARON EN LOS ARCHIVOS DE CIERRE
131633*(1700-INCORPORAR-PARCIALES). VA JUNTO CON LA MARCA DEL
131635*CALENDARIO: UN DIA CERRADO NO DEJA NADA PENDIENTE PARA EL
131636*SIGUIENTE.
131637******************************************************************
131639 9060-CERRAR-DIA-INTRADIARIO.
131640
131641     MOVE "N" TO VTA-TKP-FIN-SW.
131643     MOVE VTA-FECHA-NEGOCIO TO VTA-TKP-FECHA-NEG.
131644     MOVE ZERO              TO VTA-TKP-FECHA.
131646     MOVE ZERO              TO VTA-TKP-SEQ.
131647     START TKT-PROC-FILE KEY >= VTA-TKP-KEY
131648         INVALID KEY
131650             SET VTA-TKP-FIN-DIA TO TRUE
131651     END-START.
131653
131654     PERFORM 9070-BORRAR-TICKET-PROC THRU 9070-EXIT
131655         UNTIL VTA-TKP-FIN-DIA.
131657
131658     CLOSE TKT-PROC-FILE.
131659
131661     OPEN OUTPUT VENTAS-PARC-FILE.
131662     CLOSE VENTAS-PARC-FILE.
131664     OPEN OUTPUT EXCEP-PARC-FILE.
131665     CLOSE EXCEP-PARC-FILE.
131666
131668 9060-EXIT.
131669     EXIT.
131670
131672 9070-BORRAR-TICKET-PROC.
131673
131675     READ TKT-PROC-FILE NEXT
131676         AT END
131677             SET VTA-TKP-FIN-DIA TO TRUE
131679             GO TO 9070-EXIT
131680     END-READ.
131682
131683     IF VTA-TKP-FECHA-NEG NOT = VTA-FECHA-NEGOCIO
131684         SET VTA-TKP-FIN-DIA TO TRUE
131686         GO TO 9070-EXIT
131687     END-IF.
131688
131690     DELETE TKT-PROC-FILE
131691         INVALID KEY
131693             CONTINUE
131694     END-DELETE.
131695
131697 9070-EXIT.
131698     EXIT.
131700
131800******************************************************************
131900*9200-GRABAR-TRAILER-VENTAS: TOTAL DE CONTROL DE FIN DE ARCHIVO

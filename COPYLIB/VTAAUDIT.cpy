001700*SUPERVISOR) Y VTA-AUD-PORC-ORIGINAL ES EL PORCENTAJE DE TRAMO QUE
001800*HUBIERA CORRESPONDIDO SIN EL OVERRIDE, PARA QUE QUEDE CONSTANCIA
001900*DE AMBOS. VTA-AUD-SUPERVISOR-ID Y VTA-AUD-AUTORIZACION DICEN
002000*QUIEN LO AUTORIZO. EN UN REGISTRO NORMAL ESTOS TRES CAMPOS VAN
002100*EN CERO/BLANCOS; EN UN REVERSO VTA-AUD-SUPERVISOR-ID ES EL
002110*SUPERVISOR QUE LO POSTEO EN VTA0700.
002200*EN UN REGISTRO DE REVERSO, VTA-AUD-ORIG-TIPO-REG CONSERVA EL TIPO
002300*DE LA VENTA REVERTIDA ("N" O "O"), YA QUE VTA-AUD-TIER-APLICADO
002400*SIGUE VINIENDO DEL TRAMO POR IMPORTE AUNQUE LA VENTA ORIGINAL
006086         88  VTA-AUD-IVA-GENERAL      VALUE "G" " ".
006087         88  VTA-AUD-IVA-REDUCIDO     VALUE "R".
006088         88  VTA-AUD-IVA-EXENTO       VALUE "E".
006089*VTA-AUD-CUPON ES EL CODIGO DEL CUPON DE CAMPANIA CANJEADO EN LA
006090*VENTA (EN BLANCO SI NO LLEVO CUPON) Y VTA-AUD-CUPON-DESCUENTO ES
006091*LA PARTE DE VTA-AUD-DESCUENTO QUE APORTO EL CUPON, CON SIGNO
006092*COMO LOS DEMAS IMPORTES: EL REPORTE DE CAMPANIAS (VTA6500) SUMA
006093*CON ESTOS CAMPOS EL DESCUENTO OTORGADO Y LAS VENTAS GENERADAS POR
006094*CADA CAMPANIA, NETEANDO DEVOLUCIONES Y REVERSOS. UN REVERSO DE
006095*VTA0700 CONSERVA EL CUPON DE LA VENTA REVERTIDA.
006096     05  VTA-AUD-CUPON                PIC X(12).
006097     05  VTA-AUD-CUPON-DESCUENTO      PIC S9(07)V9(02).
006111*LEGAJO DEL CAJERO QUE COBRO LA VENTA (VTA-TRANS-CAJERO-ID); UN
006126*REVERSO CONSERVA EL DE LA VENTA ORIGINAL. LO USA EL REPORTE DE
006141*PREVENCION DE PERDIDAS (VTA6600).
006155     05  VTA-AUD-CAJERO-ID            PIC X(05).
006156*HORA EN QUE SE COBRO LA VENTA EN LA CAJA (HHMMSS, DE
006158*VTA-TRANS-HORA), A DIFERENCIA DE VTA-AUD-HORA QUE ES LA HORA EN
006160*QUE EL BATCH GRABO EL REGISTRO. CERO SI LA CAJA NO LA INFORMA
006162*(EN LOS ARCHIVOS ANUALES CONVERTIDOS VIENE EN BLANCO). UN REVERSO
006164*CONSERVA LA DE LA VENTA ORIGINAL. LA USA EL ANALISIS HORARIO DE
006166*VENTAS (VTA6700).
006168     05  VTA-AUD-HORA-VENTA           PIC 9(06).
006169*PLAN DE CUOTAS DE LA VENTA CON TARJETA Y RECARGO FINANCIERO DEL
006170*PLAN, SEPARADO DEL DESCUENTO: VTA-AUD-RECARGO ES EL RECARGO NETO
006171*Y VTA-AUD-RECARGO-IVA SU IVA, GRAVADO CON SU PROPIA CATEGORIA
006172*(VTA-AUD-RECARGO-CAT-IVA, DE LA TABLA DE PLANES) Y NO CON LA DE
006173*LA MERCADERIA. AMBOS YA ESTAN SUMADOS EN VTA-AUD-TOTAL-COBRAR,
006174*PERO NO EN VTA-AUD-TOTAL NI EN VTA-AUD-IVA-IMPORTE, QUE SIGUEN
006175*SIENDO LOS DE LA MERCADERIA; EL LIBRO IVA (VTA2500) LOS SUMA POR
006176*SU CATEGORIA. CON SIGNO COMO LOS DEMAS IMPORTES. EN UNA VENTA SIN
006177*PLAN VAN EN CERO (EN LOS ARCHIVOS ANUALES CONVERTIDOS, EN
006178*BLANCO).
006179     05  VTA-AUD-PLAN-CUOTAS          PIC 9(02).
006180     05  VTA-AUD-RECARGO              PIC S9(07)V9(02).
006181     05  VTA-AUD-RECARGO-IVA          PIC S9(07)V9(02).
006182     05  VTA-AUD-RECARGO-CAT-IVA      PIC X(01).
006184*NUMERO DE AUTORIZACION DE LA TARJETA (VTA-TRANS-AUTORIZ-TARJ) EN
006186*UNA VENTA DB/CR; BLANCO PARA LOS DEMAS MEDIOS Y EN LOS REGISTROS
006188*GRABADOS ANTES DE QUE LA CAJA LO INFORMARA. UN REVERSO CONSERVA
006190*EL DE LA VENTA ORIGINAL. CON LA FECHA Y LA TERMINAL ES LA CLAVE
006192*CON QUE VTA3700 UBICA EL TICKET DE UN CONTRACARGO.
006194     05  VTA-AUD-AUTORIZ-TARJ         PIC X(06).
006201*CANAL DE LA VENTA ("W" TIENDA WEB, "T" LOCAL; BLANCO EN LOS
006209*REGISTROS GRABADOS ANTES DE LA TIENDA WEB, QUE SON DEL LOCAL) Y
006216*EL CARGO DE ENVIO DE UNA VENTA WEB CON SU IVA A LA TASA GENERAL.
006224*COMO EL RECARGO, EL ENVIO Y SU IVA ESTAN EN VTA-AUD-TOTAL-COBRAR
006231*PERO NO EN VTA-AUD-TOTAL NI EN VTA-AUD-IVA-IMPORTE; CON SIGNO
006239*COMO LOS DEMAS IMPORTES. UN REVERSO CONSERVA EL CANAL.
006247     05  VTA-AUD-CANAL                PIC X(01).
006254         88  VTA-AUD-CANAL-WEB        VALUE "W".
006262     05  VTA-AUD-ENVIO                PIC S9(07)V9(02).
006269     05  VTA-AUD-ENVIO-IVA            PIC S9(07)V9(02).
006270*NUMERO DE LA GIFT CARD QUE ESTE REGISTRO DEBITO (VENTA) O
006271*ACREDITO (DEVOLUCION) EN EJERCICIO5; BLANCO EN LOS DEMAS MEDIOS,
006272*EN LOS REVERSOS (VTA0700 Y VTA7400 NO MUEVEN LA TARJETA) Y EN LOS
006273*REGISTROS GRABADOS ANTES DE QUE SE INFORMARA. CON ESTE CAMPO LA
006274*RECUPERACION DE MAESTROS (VTA8600) REAPLICA A GIFTCARD LOS
006275*MOVIMIENTOS POSTERIORES A LA IMAGEN DE RESPALDO.
006276     05  VTA-AUD-GC-NUMERO            PIC X(12).
006277*PERCEPCION DE INGRESOS BRUTOS COBRADA AL CLIENTE INSCRIPTO EN EL
006278*PADRON PROVINCIAL Y SU ALICUOTA. COMO EL RECARGO Y EL ENVIO, LA
006280*PERCEPCION ESTA EN VTA-AUD-TOTAL-COBRAR PERO NO EN VTA-AUD-TOTAL
006281*NI EN VTA-AUD-IVA-IMPORTE; CON SIGNO COMO LOS DEMAS IMPORTES (UN
006282*REVERSO LA NIEGA Y CONSERVA LA ALICUOTA). EN CERO SI EL CLIENTE
006284*NO ESTA EN EL PADRON; EN BLANCO EN LOS REGISTROS GRABADOS ANTES
006285*DE QUE SE PERCIBIERA.
006286     05  VTA-AUD-PERC-IIBB            PIC S9(07)V9(02).
006288     05  VTA-AUD-PERC-ALICUOTA        PIC 9(02)V9(02).
006289
006290*VTA-AUDIT-ARCH-TRAILER REDEFINE EL ULTIMO REGISTRO DE UN
006292*ARCHIVO ANUAL DE AUDITORIA GENERADO POR EL ARCHIVADO (VTA1900):
006300*EL TOTAL DE CONTROL DE FIN DE ARCHIVO CON LA CANTIDAD DE
006400*REGISTROS ARCHIVADOS Y LA SUMA DE CONTROL DE LO COBRADO.
006500*VTA-TRLR-AUD-FECHA EN 99999999 LO DISTINGUE DE UN REGISTRO DE
007100     05  VTA-TRLR-AUD-LITERAL         PIC X(05).
007200     05  VTA-TRLR-AUD-CANT-REG        PIC 9(09).
007300     05  VTA-TRLR-AUD-HASH-TOTAL      PIC S9(09)V9(02).
007400     05  FILLER                       PIC X(213).

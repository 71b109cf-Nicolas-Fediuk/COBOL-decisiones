002030*SE CONSERVA PARA BLOQUEAR LA REUTILIZACION DEL NUMERO; SU
002040*HISTORIA VIVE EN EL CLIENTE SOBREVIVIENTE Y EL MAPA CLIMERGE
002050*REDIRIGE SUS VENTAS FUTURAS.
002052*"X" ANONIMIZADO (VTA9100): NOMBRE REEMPLAZADO, SIN TIER NI
002054*LIMITE DE CREDITO; SOLO SE CONSERVAN EL CUIT Y LA CONDICION DE
002056*IVA QUE EXIGEN EL LIBRO IVA Y LA FACTURA ELECTRONICA.
002060     05  VTA-CLI-ESTADO               PIC X(01).
002070         88  VTA-CLI-FUSIONADO        VALUE "F".
002080         88  VTA-CLI-ANONIMIZADO      VALUE "X".
002180*VTA-CLI-IIBB-ALICUOTA ES LA ALICUOTA DE PERCEPCION DE INGRESOS
002280*BRUTOS QUE EL PADRON MENSUAL DE LA PROVINCIA PUBLICA PARA EL
002380*CUIT DEL CLIENTE, VIGENTE DESDE VTA-CLI-IIBB-VIG-DESDE HASTA
002480*VTA-CLI-IIBB-VIG-HASTA (AAAAMMDD). LA CARGA VTA9300 CON CADA
002580*PADRON. EN CERO (O EN BLANCO EN LOS REGISTROS GRABADOS ANTES
002680*DEL PADRON) EL CLIENTE NO ESTA INSCRIPTO Y EJERCICIO5 NO LE
002780*PERCIBE.
002880     05  VTA-CLI-IIBB-ALICUOTA        PIC 9(02)V9(02).
002980     05  VTA-CLI-IIBB-VIG-DESDE       PIC 9(08).
003080     05  VTA-CLI-IIBB-VIG-HASTA       PIC 9(08).

004805*               ROL DE SUPERVISOR. EL USUARIO QUE AUTORIZA YA
004806*               NO SE TIPEA: ES EL AUTENTICADO, Y QUEDA FIRMADO
004807*               EN EL REGISTRO DE REVERSO.
004816*2026-10-15 NF  EL REVERSO CONSERVA EL CUPON DE CAMPANIA DE LA
004825*               VENTA ORIGINAL Y NIEGA SU PARTE DEL DESCUENTO,
004834*               PARA QUE EL REPORTE DE CAMPANIAS NETEE. EL CUPON
004843*               NO SE REHABILITA EN EL MAESTRO CUPONES.
004845*2026-10-15 NF  EL REVERSO CONSERVA EL LEGAJO DEL CAJERO DE LA
004847*               VENTA ORIGINAL Y DEJA EN VTA-AUD-SUPERVISOR-ID EL
004849*               USUARIO QUE LO POSTEO, PARA EL REPORTE DE
004851*               PREVENCION DE PERDIDAS (VTA6600).
004863*2026-10-15 NF  EL REVERSO CONSERVA LA HORA DE COBRO DE LA VENTA
004875*               ORIGINAL (VTA-AUD-HORA-VENTA).
004878*2026-10-15 NF  EL REVERSO CONSERVA EL PLAN DE CUOTAS DE LA VENTA
004881*               ORIGINAL Y NIEGA SU RECARGO FINANCIERO Y EL IVA
004884*               DEL RECARGO, COMO LOS DEMAS IMPORTES.
004885*2026-10-15 NF  EL REVERSO CONSERVA EL NUMERO DE AUTORIZACION DE
004886*               LA TARJETA DE LA VENTA ORIGINAL.
004889*2026-10-15 NF  EL REVERSO CONSERVA EL CANAL DE LA VENTA ORIGINAL
004893*               Y NIEGA EL ENVIO DE LA VENTA WEB Y SU IVA.
004894*2026-10-15 NF  EL REVERSO NO MUEVE LA GIFT CARD DE LA VENTA: VA
004895*               SIN NUMERO DE TARJETA.
004896*2026-10-15 NF  INFORMA SU NOMBRE A VTALOGON (VTA-LGN-PROGRAMA)
004897*               PARA EL DIARIO DE ACCESOS.
004917*2026-10-15 NF  EL REVERSO NIEGA LA PERCEPCION DE INGRESOS BRUTOS
004938*               DE LA VENTA ORIGINAL Y CONSERVA SU ALICUOTA.
004958******************************************************************
004979 IDENTIFICATION DIVISION.
005000 PROGRAM-ID. VTA0700.
005100 AUTHOR. N. FEDIUK.
005200 INSTALLATION. PERFUMERIA - SISTEMAS.
012500     05  VTA-ORIG-PRODUCTO           PIC X(06).
012600     05  VTA-ORIG-CANTIDAD           PIC S9(05).
012610     05  VTA-ORIG-CAT-IVA            PIC X(01).
012640     05  VTA-ORIG-CUPON              PIC X(12).
012670     05  VTA-ORIG-CUPON-DESC         PIC S9(07)V9(02).
012685     05  VTA-ORIG-CAJERO-ID          PIC X(05).
012692     05  VTA-ORIG-HORA-VENTA         PIC 9(06).
012693     05  VTA-ORIG-PLAN-CUOTAS        PIC 9(02).
012695     05  VTA-ORIG-RECARGO            PIC S9(07)V9(02).
012696     05  VTA-ORIG-RECARGO-IVA        PIC S9(07)V9(02).
012698     05  VTA-ORIG-RECARGO-CAT-IVA    PIC X(01).
012699     05  VTA-ORIG-AUTORIZ-TARJ       PIC X(06).
012719     05  VTA-ORIG-CANAL              PIC X(01).
012739     05  VTA-ORIG-ENVIO              PIC S9(07)V9(02).
012759     05  VTA-ORIG-ENVIO-IVA          PIC S9(07)V9(02).
012765     05  VTA-ORIG-PERC-IIBB          PIC S9(07)V9(02).
012772     05  VTA-ORIG-PERC-ALICUOTA      PIC 9(02)V9(02).
012779
012800 01  VTA-TERMINAL-CORRECCION         PIC X(05).
012900
013000 01  VTA-CONFIRMA-ENTRADA            PIC X(01).
019200
019300     DISPLAY "CORRECCION / REVERSO DE VENTAS - AUDIT-LOG-FILE".
019310
019315     MOVE "VTA0700" TO VTA-LGN-PROGRAMA.
019320     CALL "VTALOGON" USING VTA-LOGON-PARMS.
019330     IF VTA-LGN-ERROR
019340         MOVE 8 TO RETURN-CODE
032400         MOVE VTA-AUD-PRODUCTO       TO VTA-ORIG-PRODUCTO
032500         MOVE VTA-AUD-CANTIDAD       TO VTA-ORIG-CANTIDAD
032510         MOVE VTA-AUD-CAT-IVA        TO VTA-ORIG-CAT-IVA
032532         MOVE VTA-AUD-CUPON          TO VTA-ORIG-CUPON
032555         MOVE VTA-AUD-CUPON-DESCUENTO
032577                                     TO VTA-ORIG-CUPON-DESC
032588         MOVE VTA-AUD-CAJERO-ID      TO VTA-ORIG-CAJERO-ID
032594         MOVE VTA-AUD-HORA-VENTA     TO VTA-ORIG-HORA-VENTA
032596         MOVE VTA-AUD-AUTORIZ-TARJ   TO VTA-ORIG-AUTORIZ-TARJ
032599*UNA VENTA GRABADA ANTES DE LOS PLANES DE CUOTAS TRAE ESTOS
032605*CAMPOS EN BLANCO: SIN PLAN Y SIN RECARGO.
032610         IF VTA-AUD-RECARGO NOT NUMERIC
032616            OR VTA-AUD-RECARGO-IVA NOT NUMERIC
032621             MOVE ZERO               TO VTA-ORIG-PLAN-CUOTAS
032627             MOVE ZERO               TO VTA-ORIG-RECARGO
032633             MOVE ZERO               TO VTA-ORIG-RECARGO-IVA
032638             MOVE SPACE              TO VTA-ORIG-RECARGO-CAT-IVA
032644         ELSE
032649             MOVE VTA-AUD-PLAN-CUOTAS
032655                                     TO VTA-ORIG-PLAN-CUOTAS
032660             MOVE VTA-AUD-RECARGO    TO VTA-ORIG-RECARGO
032666             MOVE VTA-AUD-RECARGO-IVA
032672                                     TO VTA-ORIG-RECARGO-IVA
032677             MOVE VTA-AUD-RECARGO-CAT-IVA
032683                                     TO VTA-ORIG-RECARGO-CAT-IVA
032688         END-IF
032695*UNA VENTA GRABADA ANTES DE LA TIENDA WEB TRAE EL CANAL Y EL
032702*ENVIO EN BLANCO: ES UNA VENTA DE LOCAL SIN ENVIO.
032710         IF VTA-AUD-ENVIO NOT NUMERIC
032717            OR VTA-AUD-ENVIO-IVA NOT NUMERIC
032725             MOVE SPACE              TO VTA-ORIG-CANAL
032732             MOVE ZERO               TO VTA-ORIG-ENVIO
032740             MOVE ZERO               TO VTA-ORIG-ENVIO-IVA
032747         ELSE
032755             MOVE VTA-AUD-CANAL      TO VTA-ORIG-CANAL
032762             MOVE VTA-AUD-ENVIO      TO VTA-ORIG-ENVIO
032770             MOVE VTA-AUD-ENVIO-IVA  TO VTA-ORIG-ENVIO-IVA
032777         END-IF
032778*UNA VENTA GRABADA ANTES DE LAS PERCEPCIONES DE INGRESOS BRUTOS
032779*TRAE LA PERCEPCION EN BLANCO: SIN PERCEPCION.
032780         IF VTA-AUD-PERC-IIBB NOT NUMERIC
032781            OR VTA-AUD-PERC-ALICUOTA NOT NUMERIC
032782             MOVE ZERO               TO VTA-ORIG-PERC-IIBB
032783             MOVE ZERO               TO VTA-ORIG-PERC-ALICUOTA
032785         ELSE
032786             MOVE VTA-AUD-PERC-IIBB  TO VTA-ORIG-PERC-IIBB
032787             MOVE VTA-AUD-PERC-ALICUOTA
032788                                     TO VTA-ORIG-PERC-ALICUOTA
032789         END-IF
032790     END-IF.
032792
032800 2200-EXIT.
032900     EXIT.
033000
037900     MOVE VTA-ORIG-MONEDA-ORIG    TO VTA-AUD-MONEDA-ORIG.
038000     MOVE VTA-ORIG-TIPO-REG       TO VTA-AUD-ORIG-TIPO-REG.
038100     MOVE ZERO                   TO VTA-AUD-PORC-ORIGINAL.
038200     MOVE VTA-LGN-USUARIO         TO VTA-AUD-SUPERVISOR-ID.
038300     MOVE SPACES                 TO VTA-AUD-AUTORIZACION.
038400     MOVE VTA-ORIG-PROMO-MARCA    TO VTA-AUD-PROMO-MARCA.
038500     MOVE VTA-ORIG-PROMO-PORC     TO VTA-AUD-PROMO-PORC.
038900     MOVE VTA-ORIG-PRODUCTO       TO VTA-AUD-PRODUCTO.
039000     COMPUTE VTA-AUD-CANTIDAD     = VTA-ORIG-CANTIDAD * -1.
039010     MOVE VTA-ORIG-CAT-IVA        TO VTA-AUD-CAT-IVA.
039040     MOVE VTA-ORIG-CUPON          TO VTA-AUD-CUPON.
039070     COMPUTE VTA-AUD-CUPON-DESCUENTO = VTA-ORIG-CUPON-DESC * -1.
039085     MOVE VTA-ORIG-CAJERO-ID      TO VTA-AUD-CAJERO-ID.
039092     MOVE VTA-ORIG-HORA-VENTA     TO VTA-AUD-HORA-VENTA.
039093     MOVE VTA-ORIG-PLAN-CUOTAS    TO VTA-AUD-PLAN-CUOTAS.
039094     COMPUTE VTA-AUD-RECARGO     = VTA-ORIG-RECARGO * -1.
039096     COMPUTE VTA-AUD-RECARGO-IVA = VTA-ORIG-RECARGO-IVA * -1.
039097     MOVE VTA-ORIG-RECARGO-CAT-IVA
039098                                  TO VTA-AUD-RECARGO-CAT-IVA.
039099     MOVE VTA-ORIG-AUTORIZ-TARJ   TO VTA-AUD-AUTORIZ-TARJ.
039109     MOVE SPACES                 TO VTA-AUD-GC-NUMERO.
039119     MOVE VTA-ORIG-CANAL          TO VTA-AUD-CANAL.
039139     COMPUTE VTA-AUD-ENVIO       = VTA-ORIG-ENVIO * -1.
039159     COMPUTE VTA-AUD-ENVIO-IVA   = VTA-ORIG-ENVIO-IVA * -1.
039165     COMPUTE VTA-AUD-PERC-IIBB   = VTA-ORIG-PERC-IIBB * -1.
039172     MOVE VTA-ORIG-PERC-ALICUOTA  TO VTA-AUD-PERC-ALICUOTA.
039179     SET VTA-AUD-REVERSO          TO TRUE.
039200
039300     WRITE VTA-AUDIT-RECORD
039400         INVALID KEY

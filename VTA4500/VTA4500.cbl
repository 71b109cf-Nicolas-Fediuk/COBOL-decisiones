001300******************************************************************
001400*MODIFICACIONES:
001500*2026-09-01 NF  PROGRAMA ORIGINAL.
001533*2026-10-15 NF  EL ENVIO DE UNA VENTA WEB Y SU IVA SE FACTURAN
001566*               JUNTO CON LA MERCADERIA (NETO E IVA).
001574*2026-10-15 NF  LA SOLICITUD LLEVA LA PERCEPCION DE INGRESOS
001583*               BRUTOS Y SU ALICUOTA, QUE EL COMPROBANTE
001591*               DISCRIMINA COMO TRIBUTO (YA ESTA EN EL TOTAL).
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. VTA4500.
021300     MOVE VTA-AUD-TOTAL        TO VTA-FRQ-NETO.
021400     MOVE VTA-AUD-IVA-IMPORTE  TO VTA-FRQ-IVA.
021500     MOVE VTA-AUD-TOTAL-COBRAR TO VTA-FRQ-TOTAL.
021512
021525*EL ENVIO DE LA VENTA WEB ES PARTE DEL NETO Y DEL IVA FACTURADOS.
021537*UN REGISTRO ANTERIOR A LA TIENDA WEB LO TRAE EN BLANCO.
021550     IF VTA-AUD-ENVIO NUMERIC AND VTA-AUD-ENVIO-IVA NUMERIC
021562         ADD VTA-AUD-ENVIO     TO VTA-FRQ-NETO
021575         ADD VTA-AUD-ENVIO-IVA TO VTA-FRQ-IVA
021587     END-IF.
021600
021608*LA PERCEPCION DE INGRESOS BRUTOS NO ES NETO NI IVA: VA APARTE. UN
021616*REGISTRO ANTERIOR A LAS PERCEPCIONES LA TRAE EN BLANCO.
021625     IF VTA-AUD-PERC-IIBB NUMERIC
021633        AND VTA-AUD-PERC-ALICUOTA NUMERIC
021641         MOVE VTA-AUD-PERC-IIBB     TO VTA-FRQ-PERC-IIBB
021650         MOVE VTA-AUD-PERC-ALICUOTA TO VTA-FRQ-PERC-ALICUOTA
021658     ELSE
021666         MOVE ZERO                  TO VTA-FRQ-PERC-IIBB
021675         MOVE ZERO                  TO VTA-FRQ-PERC-ALICUOTA
021683     END-IF.
021691
021700     WRITE VTA-FE-REQ-RECORD.
021800
021900     ADD 1 TO VTA-CANT-SOLICITUDES.

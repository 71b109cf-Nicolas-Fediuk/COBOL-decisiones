001100******************************************************************
001200*MODIFICACIONES:
001300*2026-09-01 NF  PROGRAMA ORIGINAL.
001310*2026-10-15 NF  GUARDA EN FACTELEC EL PUNTO DE VENTA DEL
001320*               COMPROBANTE APROBADO, QUE PIDE LA EXPORTACION
001330*               DEL LIBRO IVA DIGITAL (VTA9200).
001400******************************************************************
001500 IDENTIFICATION DIVISION.
001600 PROGRAM-ID. VTA4600.
015200     MOVE VTA-FRS-NRO-CPTE  TO VTA-FAC-NRO-CPTE.
015300     MOVE VTA-FRS-CAE       TO VTA-FAC-CAE.
015400     MOVE VTA-FRS-CAE-VTO   TO VTA-FAC-CAE-VTO.
015410     IF VTA-FRS-PTO-VTA NUMERIC
015420         MOVE VTA-FRS-PTO-VTA TO VTA-FAC-PTO-VTA
015430     ELSE
015440         MOVE ZERO            TO VTA-FAC-PTO-VTA
015450     END-IF.
015500     MOVE VTA-FECHA-PROCESO TO VTA-FAC-FECHA-CARGA.
015600
015700     IF VTA-FACT-EXISTE

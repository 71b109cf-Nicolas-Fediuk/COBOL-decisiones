001840*               FECHAPRM EN LUGAR DEL RELOJ: UNA CADENA QUE
001860*               CRUZA LA MEDIANOCHE ESTAMPA Y REGISTRA EN EL
001880*               LOG DE CORRIDAS EL DIA DE NEGOCIO CORRECTO.
001885*2026-10-15 NF  LA ORDEN NACE CON EL PRECIO RECIBIDO Y LA
001890*               CANTIDAD FACTURADA EN CERO (LOS ACUMULAN VTA1500
001895*               Y EL CRUCE DE FACTURAS DE PROVEEDOR VTA6100).
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. VTA3100.
036300     MOVE VTA-FECHA-ESPERADA     TO VTA-ODC-FECHA-ESPERADA.
036400     SET VTA-ODC-ABIERTA         TO TRUE.
036500     MOVE ZERO                   TO VTA-ODC-FECHA-ULT-RECEP.
036533     MOVE ZERO                   TO VTA-ODC-PRECIO-RECIBIDO.
036566     MOVE ZERO                   TO VTA-ODC-CANT-FACTURADA.
036600
036700     WRITE VTA-ORDEN-COMPRA-RECORD
036800         INVALID KEY

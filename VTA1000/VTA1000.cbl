003105*               VOLUNTAD. EL ROL CONSULTA SOLO LISTA Y
003106*               CONSULTA; ALTA Y MODIFICACION PIDEN ROL DE
003107*               MANTENIMIENTO Y LA BAJA, DE SUPERVISOR.
003122*2026-10-15 NF  INFORMA SU NOMBRE A VTALOGON (VTA-LGN-PROGRAMA)
003137*               PARA EL DIARIO DE ACCESOS.
003140*2026-10-15 NF  EL ALTA NACE SIN PERCEPCION DE INGRESOS BRUTOS
003143*               Y LA MODIFICACION QUE CAMBIA EL CUIT LA DEJA SIN
003146*               EFECTO: LA ALICUOTA LA CARGA EL PADRON (VTA9300)
003149*               POR CUIT.
003153******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. VTA1000.
012500
012600     DISPLAY "MANTENIMIENTO DEL MAESTRO DE CLIENTES".
012700
012705     MOVE "VTA1000" TO VTA-LGN-PROGRAMA.
012710     CALL "VTALOGON" USING VTA-LOGON-PARMS.
012720     IF VTA-LGN-ERROR
012730         MOVE 8 TO RETURN-CODE
023450*CONSULTAR UN CLIENTE FUSIONADO DEJABA LA "F" EN EL AREA DEL
023460*FD Y EL ALTA NACIA BLOQUEADA.
023470     MOVE SPACE              TO VTA-CLI-ESTADO.
023476*SIN PERCEPCION HASTA QUE EL PROXIMO PADRON ENCUENTRE SU CUIT.
023482     MOVE ZERO               TO VTA-CLI-IIBB-ALICUOTA.
023488     MOVE ZERO               TO VTA-CLI-IIBB-VIG-DESDE.
023494     MOVE ZERO               TO VTA-CLI-IIBB-VIG-HASTA.
023500
023600     WRITE VTA-CLIENTE-RECORD
023700         INVALID KEY
033100         MOVE VTA-CAP-TIER         TO VTA-HISN-TIER-NVO
033200
033300         MOVE VTA-CAP-TIER         TO VTA-CLI-TIER-LEALTAD
033301         IF VTA-CAP-CUIT NOT = VTA-CLI-CUIT
033303             MOVE ZERO             TO VTA-CLI-IIBB-ALICUOTA
033305             MOVE ZERO             TO VTA-CLI-IIBB-VIG-DESDE
033306             MOVE ZERO             TO VTA-CLI-IIBB-VIG-HASTA
033308         END-IF
033310         MOVE VTA-CAP-CUIT         TO VTA-CLI-CUIT
033320         MOVE VTA-CAP-COND-IVA     TO VTA-CLI-COND-IVA
033330         MOVE VTA-CAP-LIMITE       TO VTA-CLI-LIMITE-CREDITO

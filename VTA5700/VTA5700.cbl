000100******************************************************************
000200*FOTO NOCTURNA DE LAS TABLAS DE PARAMETROS. LAS TABLAS QUE
000300*MUEVEN LA PLATA (DESCTABL, VOLUTABL, PROMOS, TASACAMB,
000400*COMITABL, TASAIVA, REDONMOD, FIDETABL) TODAVIA SE EDITAN EN
000500*SU MAYORIA POR ARCHIVO, SIN PANTALLA QUE DEJE RASTRO. ESTA FOTO
000550*GRABA CADA NOCHE EN EL HISTORIAL COMPARTIDO (PARMHIST, ACCION
000600*"S") LA IMAGEN DE CADA REGISTRO DE CADA TABLA: CON ELLA, EL
000700*REPORTE VTA5800 PUEDE DECIR QUE VALORES REGIAN EN CUALQUIER
000800*FECHA DE NEGOCIO, Y UN CAMBIO ENTRE DOS FOTOS QUEDA ACOTADO AL
000900*DIA EN QUE OCURRIO. LOS CAMBIOS HECHOS POR PANTALLA (VTA0400)
001000*ADEMAS QUEDAN CON SU USUARIO E IMAGENES ANTES/DESPUES.
001200******************************************************************
001300*MODIFICACIONES:
001400*2026-09-01 NF  PROGRAMA ORIGINAL.
001425*2026-10-15 NF  LA FOTO INCLUYE LA TABLA DE BONUS POR TIER DE
001450*               FIDELIDAD (FIDETABL, OPCIONAL COMO EN
001475*               EJERCICIO5).
001500******************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. VTA5700.
005000     SELECT REDONDEO-CONFIG-FILE ASSIGN TO "REDONMOD"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS VTA-REDFIL-STATUS.
005220
005240     SELECT OPTIONAL FIDELIDAD-TABLA-FILE ASSIGN TO "FIDETABL"
005260         ORGANIZATION IS SEQUENTIAL
005280         FILE STATUS IS VTA-FIDFIL-STATUS.
005300
005400     SELECT OPTIONAL PARM-HIST-FILE ASSIGN TO "PARMHIST"
005500         ORGANIZATION IS SEQUENTIAL
008800 FD  REDONDEO-CONFIG-FILE
008900     RECORDING MODE IS F.
009000     COPY VTAREDON.
009020
009040 FD  FIDELIDAD-TABLA-FILE
009060     RECORDING MODE IS F.
009080     COPY VTAFIDE.
009100
009200 FD  PARM-HIST-FILE
009300     RECORDING MODE IS F.
012800 01  VTA-REDFIL-STATUS               PIC X(02).
012900     88  VTA-REDFIL-OK               VALUE "00".
013000     88  VTA-REDFIL-EOF              VALUE "10".
013020
013040 01  VTA-FIDFIL-STATUS               PIC X(02).
013060     88  VTA-FIDFIL-OK               VALUE "00".
013080     88  VTA-FIDFIL-EOF              VALUE "10".
013100
013200 01  VTA-PHIST-STATUS                PIC X(02).
013300     88  VTA-PHIST-OK                VALUE "00".
015600     PERFORM 6000-FOTO-COMISIONES THRU 6000-EXIT.
015700     PERFORM 7000-FOTO-IVA THRU 7000-EXIT.
015800     PERFORM 7500-FOTO-REDONDEO THRU 7500-EXIT.
015850     PERFORM 7700-FOTO-FIDELIDAD THRU 7700-EXIT.
015900
016000     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
016010
041900
042000 7600-EXIT.
042100     EXIT.
042103
042106 7700-FOTO-FIDELIDAD.
042109
042112     MOVE "N" TO VTA-SW-FIN-TABLA.
042116     OPEN INPUT FIDELIDAD-TABLA-FILE.
042119
042122     PERFORM 7800-UNA-IMAGEN THRU 7800-EXIT
042125         UNTIL VTA-FIN-TABLA.
042129
042132     CLOSE FIDELIDAD-TABLA-FILE.
042135
042138 7700-EXIT.
042141     EXIT.
042145
042148 7800-UNA-IMAGEN.
042151
042154     READ FIDELIDAD-TABLA-FILE
042158         AT END
042161             SET VTA-FIN-TABLA TO TRUE
042164             GO TO 7800-EXIT
042167     END-READ.
042170
042174     MOVE SPACES                TO VTA-PARM-HIST-RECORD.
042177     MOVE "FIDETABL"            TO VTA-PHS-TABLA.
042180     MOVE VTA-FIDT-TIER-LEALTAD TO VTA-PHS-CLAVE (1:1).
042183     MOVE VTA-FIDE-TABLA-RECORD TO VTA-PHS-DESPUES.
042187     PERFORM 8000-GRABAR-FOTO THRU 8000-EXIT.
042190
042193 7800-EXIT.
042196     EXIT.
042200
042300 9000-FINALIZAR.
042400

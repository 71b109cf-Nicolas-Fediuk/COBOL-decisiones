001400******************************************************************
001500*MODIFICACIONES:
001600*2026-09-01 NF  PROGRAMA ORIGINAL.
001625*2026-10-15 NF  LOS REGISTROS DE AUDITORIA Y DE LOS ARCHIVOS
001650*               ANUALES PASAN A 172 POSICIONES (CUPON DE
001675*               CAMPANIA).
001683*2026-10-15 NF  LOS REGISTROS PASAN A 177 POSICIONES (LEGAJO DEL
001691*               CAJERO).
001694*2026-10-15 NF  LOS REGISTROS PASAN A 183 POSICIONES (HORA DE LA
001697*               VENTA).
001698*2026-10-15 NF  LOS REGISTROS PASAN A 204 POSICIONES (PLAN DE
001699*               CUOTAS Y RECARGO FINANCIERO).
001724*2026-10-15 NF  LOS REGISTROS PASAN A 210 POSICIONES
001749*               (AUTORIZACION DE LA TARJETA).
001757*2026-10-15 NF  LOS REGISTROS PASAN A 229 POSICIONES (CANAL Y
001765*               ENVIO DE LA VENTA WEB).
001768*2026-10-15 NF  LOS REGISTROS PASAN A 241 POSICIONES (NUMERO DE
001771*               LA GIFT CARD).
001772*2026-10-15 NF  LOS REGISTROS PASAN A 254 POSICIONES (PERCEPCION
001773*               DE INGRESOS BRUTOS).
001774******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. VTA5100.
002000 AUTHOR. N. FEDIUK.
004500     RECORDING MODE IS F.
004600     COPY VTAAUDIT.
004700
004730*LOS ARCHIVOS ANUALES DE VTA1900 TIENEN EL MISMO LAYOUT QUE EL LOG
004758*VIVO (254 POSICIONES DESDE QUE LA AUDITORIA LLEVA LA PERCEPCION
004786*DE INGRESOS BRUTOS). LOS ARCHIVOS ANUALES ANTERIORES, DE 150,
004815*151, 172, 177, 183, 204, 210, 229 Y 241 POSICIONES, SE
004843*CONVIRTIERON POR UNICA VEZ FUERA DE ESTE PROGRAMA (IEBGENER
004872*COMPLETANDO CON BLANCOS CADA REGISTRO: CATEGORIA EN BLANCO ES
004900*GENERAL, CUPON, CAJERO, HORA, PLAN, AUTORIZACION, CANAL, ENVIO,
004929*TARJETA Y PERCEPCION EN BLANCO SON SIN CUPON, SIN LEGAJO, SIN
004957*HORA, SIN PLAN, SIN AUTORIZACION, VENTA DE LOCAL SIN ENVIO, SIN
004986*GIFT CARD Y SIN PERCEPCION), IGUAL QUE LAS DEMAS CONVERSIONES DE
005014*LAYOUT DE LA INSTALACION; ASI TODOS LOS ARCHIVOS DEL DD AUDARCH
005043*COMPARTEN EL LRECL Y SE PUEDEN CONCATENAR. EL REGISTRO SE EVALUA
005071*POR EL LAYOUT DEL FD DEL LOG VIVO.
005100 FD  AUDIT-ARCH-FILE
005200     RECORDING MODE IS F.
005300 01  VTA-ARCH-RECORD                 PIC X(254).
005400
005500 FD  CASO-REPORT-FILE.
005600 01  VTA-REPORT-LINE                 PIC X(80).
010100                         INDEXED BY VTA-LEG-IDX.
010200         10  VTA-LEG-TIMESTAMP       PIC 9(16).
010300         10  VTA-LEG-ORIGEN          PIC X(01).
010400         10  VTA-LEG-REGISTRO        PIC X(254).
010500
010600 01  VTA-LEG-AUXILIAR.
010700     05  VTA-AUX-TIMESTAMP           PIC 9(16).
010800     05  VTA-AUX-ORIGEN              PIC X(01).
010900     05  VTA-AUX-REGISTRO            PIC X(254).
011000
011100 01  VTA-LEG-I                       PIC 9(03) COMP.
011200 01  VTA-LEG-J                       PIC 9(03) COMP.
011500*AREA DE EVALUACION: EL REGISTRO EN ANALISIS (DEL VIVO O DEL
011600*ARCHIVO) SE COPIA AQUI PARA COMPARTIR EL PREDICADO Y EL ARMADO
011700*DE LA LINEA.
011800 01  VTA-EVAL-REGISTRO               PIC X(254).
011900 01  VTA-ORIGEN-ACTUAL               PIC X(01).
012000
012100 01  VTA-CONTADORES.

002806*               DE CADA REGISTRO (CATEGORIA EN BLANCO = TASA
002807*               GENERAL), PARA QUE LA BUSQUEDA DE DISPUTAS
002808*               (VTA5100) PUEDA CONCATENARLOS CON LOS NUEVOS.
002809*2026-10-15 NF  EL REGISTRO DE AUDITORIA PASO A 172 POSICIONES
002810*               (CUPON DE CAMPANIA Y SU DESCUENTO). LOS ARCHIVOS
002812*               ANUALES EXISTENTES DE 151 SE CONVIERTEN POR UNICA
002813*               VEZ FUERA DE ESTE PROGRAMA COMPLETANDO CON
002815*               BLANCOS (SIN CUPON), COMO EN LA CONVERSION
002816*               ANTERIOR.
002818*2026-10-15 NF  EL REGISTRO DE AUDITORIA PASO A 177 POSICIONES
002820*               (LEGAJO DEL CAJERO). LOS ARCHIVOS ANUALES SE
002822*               CONVIERTEN IGUAL, COMPLETANDO CON BLANCOS (SIN
002824*               LEGAJO).
002826*2026-10-15 NF  EL REGISTRO DE AUDITORIA PASO A 183 POSICIONES
002828*               (HORA DE LA VENTA). LOS ARCHIVOS ANUALES SE
002831*               CONVIERTEN IGUAL, COMPLETANDO CON BLANCOS.
002832*2026-10-15 NF  EL REGISTRO DE AUDITORIA PASO A 204 POSICIONES
002833*               (PLAN DE CUOTAS Y RECARGO FINANCIERO). LOS
002834*               ARCHIVOS ANUALES SE CONVIERTEN IGUAL, COMPLETANDO
002835*               CON BLANCOS (SIN PLAN Y SIN RECARGO).
002836*2026-10-15 NF  EL REGISTRO DE AUDITORIA PASO A 210 POSICIONES
002838*               (AUTORIZACION DE LA TARJETA). LOS ARCHIVOS
002839*               ANUALES SE CONVIERTEN IGUAL, COMPLETANDO CON
002841*               BLANCOS (SIN AUTORIZACION).
002842*2026-10-15 NF  EL REGISTRO DE AUDITORIA PASO A 229 POSICIONES
002844*               (CANAL Y ENVIO DE LA VENTA WEB). LOS ARCHIVOS
002846*               ANUALES SE CONVIERTEN IGUAL, COMPLETANDO CON
002848*               BLANCOS (VENTA DE LOCAL SIN ENVIO).
002849*2026-10-15 NF  EL REGISTRO DE AUDITORIA PASO A 241 POSICIONES
002850*               (NUMERO DE LA GIFT CARD). LOS ARCHIVOS ANUALES SE
002851*               CONVIERTEN IGUAL, COMPLETANDO CON BLANCOS (SIN
002852*               TARJETA).
002853*2026-10-15 NF  EL REGISTRO DE AUDITORIA PASO A 254 POSICIONES
002855*               (PERCEPCION DE INGRESOS BRUTOS). LOS ARCHIVOS
002856*               ANUALES SE CONVIERTEN IGUAL, COMPLETANDO CON
002858*               BLANCOS (SIN PERCEPCION).
002860******************************************************************
002861 IDENTIFICATION DIVISION.
002863 PROGRAM-ID. VTA1900.
002864 AUTHOR. N. FEDIUK.
002866 INSTALLATION. PERFUMERIA - SISTEMAS.
002868 DATE-WRITTEN. 2026-08-22.
002878 DATE-COMPILED. 2026-08-22.
002888
005300
005400 FD  ARCHIVO-SALIDA-FILE
005500     RECORDING MODE IS F.
005600 01  VTA-ARCH-SALIDA-RECORD          PIC X(254).
005700
005800 FD  AUDIT-NUEVO-FILE
005900     RECORDING MODE IS F.
006000 01  VTA-AUDIT-NUEVO-RECORD          PIC X(254).
006100
006200 FD  ARCH-PARM-FILE
006300     RECORDING MODE IS F.

001784*               QUE UN REVERSO POSTERIOR NETEA EN EL MES DE SU
001785*               VENTA ORIGINAL, QUE ES LO QUE LA TENDENCIA
001786*               QUIERE MIRAR.
001789*2026-10-15 NF  EL REGISTRO DE LOS ARCHIVOS ANUALES SE LLEVA AL
001793*               LARGO ACTUAL DEL LOG DE AUDITORIA (172
001796*               POSICIONES), EL MISMO QUE GRABA VTA1900.
001797*2026-10-15 NF  LOS ARCHIVOS ANUALES PASAN A 177 POSICIONES
001798*               (LEGAJO DEL CAJERO EN LA AUDITORIA).
001823*2026-10-15 NF  LOS ARCHIVOS ANUALES PASAN A 183 POSICIONES
001849*               (HORA DE LA VENTA EN LA AUDITORIA).
001857*2026-10-15 NF  LOS ARCHIVOS ANUALES PASAN A 204 POSICIONES
001865*               (PLAN DE CUOTAS Y RECARGO FINANCIERO).
001868*2026-10-15 NF  LOS ARCHIVOS ANUALES PASAN A 210 POSICIONES
001871*               (AUTORIZACION DE LA TARJETA).
001872*2026-10-15 NF  LOS ARCHIVOS ANUALES PASAN A 229 POSICIONES
001873*               (CANAL Y ENVIO DE LA VENTA WEB).
001879*2026-10-15 NF  LOS ARCHIVOS ANUALES PASAN A 241 POSICIONES
001886*               (NUMERO DE LA GIFT CARD).
001888*2026-10-15 NF  LOS ARCHIVOS ANUALES PASAN A 254 POSICIONES
001890*               (PERCEPCION DE INGRESOS BRUTOS).
001893******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. VTA0800.
002100 AUTHOR. N. FEDIUK.
004110
004120 FD  ARCHIVO-LOG-FILE
004130     RECORDING MODE IS F.
004165 01  VTA-ARCH-LOG-RECORD             PIC X(254).
004200
004300 FD  TENDENCIA-REPORT-FILE.
004400 01  VTA-REPORT-LINE                 PIC X(80).

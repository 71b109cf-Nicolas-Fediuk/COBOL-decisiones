000100******************************************************************
000200*SUBPROGRAMA COMPARTIDO DE HASH DE CLAVES DE USUARIO (MISMO
000300*ESTILO QUE VTANUMER/VTAFECHA). RECIBE EN VTA-CLAVE-PARMS EL
000400*USUARIO Y LA CLAVE EN TEXTO PLANO Y DEVUELVE EN VTA-CLV-HASH UN
000500*NUMERO DE 18 CIFRAS QUE NO PERMITE VOLVER A LA CLAVE. EL USUARIO
000600*ENTRA EN EL CALCULO COMO SAL: LA MISMA CLAVE EN DOS USUARIOS DA
000700*HASHES DISTINTOS, Y COPIAR EL HASH DE UN USUARIO A OTRO NO LE
000800*DA ACCESO. EL CALCULO TOMA EL VALOR DE CADA CARACTER DEL USUARIO
000900*Y DE LA CLAVE Y LO MEZCLA EN DOS ACUMULADORES QUE SE REDUCEN
001000*MODULO DOS PRIMOS DE NUEVE CIFRAS, REPETIDO VTA-CANT-RONDAS VECES
001100*PARA QUE PROBAR CLAVES A FUERZA BRUTA SEA LENTO. LO USAN VTALOGON
001200*(INGRESO Y CAMBIO DE CLAVE), VTA8700 (ALTA Y BLANQUEO DE CLAVE) Y
001300*VTA8800 (CONVERSION DE LAS CLAVES EN TEXTO PLANO). CAMBIAR LAS
001400*CONSTANTES O LA CANTIDAD DE RONDAS INVALIDA TODAS LAS CLAVES
001500*GRABADAS.
001600******************************************************************
001700*MODIFICACIONES:
001800*2026-10-15 NF  PROGRAMA ORIGINAL.
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. VTACLAVE.
002200 AUTHOR. N. FEDIUK.
002300 INSTALLATION. PERFUMERIA - SISTEMAS.
002400 DATE-WRITTEN. 2026-10-15.
002500 DATE-COMPILED. 2026-10-15.
002600
002700 DATA DIVISION.
002800 WORKING-STORAGE SECTION.
002900
003000 77  VTA-CANT-RONDAS                 PIC 9(03) COMP VALUE 200.
003100 77  VTA-PRIMO-1                     PIC 9(09) COMP
003200                                     VALUE 999999937.
003300 77  VTA-PRIMO-2                     PIC 9(09) COMP
003400                                     VALUE 999999929.
003500
003600 01  VTA-RONDA                       PIC 9(03) COMP.
003700 01  VTA-POSICION                    PIC 9(02) COMP.
003800
003900*USUARIO Y CLAVE, VISTOS COMO UNA TIRA DE 16 CARACTERES.
004000 01  VTA-HASH-ENTRADA.
004100     05  VTA-HSE-USUARIO             PIC X(08).
004200     05  VTA-HSE-CLAVE               PIC X(08).
004300 01  VTA-HASH-LETRAS REDEFINES VTA-HASH-ENTRADA.
004400     05  VTA-HSE-LETRA               PIC X(01) OCCURS 16 TIMES.
004500
004600*VALOR DE UN CARACTER: SE MUEVE AL BYTE BAJO DE UN BINARIO DE
004700*DOS BYTES CON EL BYTE ALTO EN CERO.
004800 01  VTA-CAR-VALOR                   PIC 9(04) COMP.
004900 01  VTA-CAR-BYTES REDEFINES VTA-CAR-VALOR.
005000     05  VTA-CAR-ALTO                PIC X(01).
005100     05  VTA-CAR-BAJO                PIC X(01).
005200
005300 01  VTA-ACUMULADOR-1                PIC 9(09) COMP.
005400 01  VTA-ACUMULADOR-2                PIC 9(09) COMP.
005500 01  VTA-TRABAJO                     PIC 9(15) COMP.
005600 01  VTA-COCIENTE                    PIC 9(15) COMP.
005700
005800 LINKAGE SECTION.
005900 COPY VTACLVP.
006000
006100 PROCEDURE DIVISION USING VTA-CLAVE-PARMS.
006200
006300 0000-MAINLINE.
006400
006500     MOVE VTA-CLV-USUARIO TO VTA-HSE-USUARIO.
006600     MOVE VTA-CLV-CLAVE   TO VTA-HSE-CLAVE.
006700
006800     MOVE 5381  TO VTA-ACUMULADOR-1.
006900     MOVE 52711 TO VTA-ACUMULADOR-2.
007000
007100     PERFORM 1000-UNA-RONDA THRU 1000-EXIT
007200         VARYING VTA-RONDA FROM 1 BY 1
007300         UNTIL VTA-RONDA > VTA-CANT-RONDAS.
007400
007500     COMPUTE VTA-CLV-HASH =
007600         VTA-ACUMULADOR-1 * 1000000000 + VTA-ACUMULADOR-2.
007700
007800     MOVE SPACES TO VTA-HASH-ENTRADA.
007900
008000     GOBACK.
008100
008200 1000-UNA-RONDA.
008300
008400     PERFORM 1100-MEZCLAR-LETRA THRU 1100-EXIT
008500         VARYING VTA-POSICION FROM 1 BY 1
008600         UNTIL VTA-POSICION > 16.
008700
008800 1000-EXIT.
008900     EXIT.
009000
009100******************************************************************
009200*1100-MEZCLAR-LETRA: SUMA EL VALOR DEL CARACTER A LOS DOS
009300*ACUMULADORES. CADA ACUMULADOR ARRASTRA AL OTRO, ASI UN CAMBIO EN
009400*UNA SOLA LETRA SE PROPAGA A TODO EL RESULTADO.
009500******************************************************************
009600 1100-MEZCLAR-LETRA.
009700
009800     MOVE ZERO TO VTA-CAR-VALOR.
009900     MOVE VTA-HSE-LETRA (VTA-POSICION) TO VTA-CAR-BAJO.
010000
010100     COMPUTE VTA-TRABAJO =
010200         VTA-ACUMULADOR-1 * 31 + VTA-CAR-VALOR * 257
010300         + VTA-ACUMULADOR-2 + VTA-POSICION.
010400     DIVIDE VTA-TRABAJO BY VTA-PRIMO-1
010500         GIVING VTA-COCIENTE REMAINDER VTA-ACUMULADOR-1.
010600
010700     COMPUTE VTA-TRABAJO =
010800         VTA-ACUMULADOR-2 * 131 + VTA-CAR-VALOR
010900         + VTA-ACUMULADOR-1 + VTA-RONDA.
011000     DIVIDE VTA-TRABAJO BY VTA-PRIMO-2
011100         GIVING VTA-COCIENTE REMAINDER VTA-ACUMULADOR-2.
011200
011300 1100-EXIT.
011400     EXIT.
011500
011600 END PROGRAM VTACLAVE.

002460         88  VTA-EXC-PUNTOS-INSUFIC   VALUE 15.
002470         88  VTA-EXC-CLIENTE-BLOQUEADO
002480                                      VALUE 16.
002490         88  VTA-EXC-CUPON-INVALIDO   VALUE 17.
002491         88  VTA-EXC-PLAN-INVALIDO    VALUE 18.
002492         88  VTA-EXC-PEDIDO-ESP-INVAL VALUE 19.
002493         88  VTA-EXC-STOCK-RESERVADO  VALUE 20.
002494         88  VTA-EXC-COMPRA-PERS-INVAL
002495                                      VALUE 21.
002496         88  VTA-EXC-EXCEDE-TOPE-PERS VALUE 22.
002500     05  VTA-EXC-RAZON-DESC           PIC X(40).
002600
002700*VTA-EXCEPCION-TRAILER REDEFINE EL ULTIMO REGISTRO DEL ARCHIVO:

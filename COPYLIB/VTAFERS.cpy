000600*RECHAZADA TRAE EL MOTIVO. VTA4600 CARGA LAS APROBADAS EN EL
000700*MAESTRO DE FACTURAS (FACTELEC, VTAFACT) Y ENCOLA LAS
000800*RECHAZADAS EN FERECHAZ PARA SU CORRECCION.
000810*UNA RESPUESTA APROBADA TRAE TAMBIEN EL PUNTO DE VENTA DEL
000820*COMPROBANTE (VTA-FRS-PTO-VTA), QUE VTA4600 GUARDA EN FACTELEC.
000900******************************************************************
001000 01  VTA-FE-RESP-RECORD.
001100     05  VTA-FRS-CLAVE.
001800     05  VTA-FRS-NRO-CPTE             PIC 9(08).
001900     05  VTA-FRS-CAE                  PIC X(14).
002000     05  VTA-FRS-CAE-VTO              PIC 9(08).
002050     05  VTA-FRS-PTO-VTA              PIC 9(05).
002100     05  VTA-FRS-MOTIVO               PIC X(29).

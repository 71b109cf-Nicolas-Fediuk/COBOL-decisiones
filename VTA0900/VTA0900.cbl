001611*               EXIGE ROL DE MANTENIMIENTO O SUPERVISOR. EL
001612*               OPERADOR DEL ENLACE DE RESUBMISION ES EL
001613*               USUARIO AUTENTICADO.
001623*2026-10-15 NF  LA CAPTURA PIDE EL CUPON DE CAMPANIA QUE TRAJO
001634*               EL CLIENTE (VTA-TRANS-CUPON), QUE EJERCICIO5
001645*               VALIDA Y CANJEA AL REPROCESAR LA VENTA.
001648*2026-10-15 NF  LA CAPTURA PIDE LA HORA IMPRESA EN EL TICKET
001652*               (VTA-TRANS-HORA) PARA EL ANALISIS HORARIO.
001653*2026-10-15 NF  LA CAPTURA PIDE EL PLAN DE CUOTAS CUANDO LA VENTA
001654*               SE PAGA CON TARJETA DE CREDITO
001655*               (VTA-TRANS-PLAN-CUOTAS).
001664*2026-10-15 NF  LA CAPTURA PIDE EL NUMERO DE AUTORIZACION DEL
001673*               CUPON DEL POSNET CUANDO LA VENTA SE PAGA CON
001682*               TARJETA (VTA-TRANS-AUTORIZ-TARJ).
001684*2026-10-15 NF  UNA VENTA DE TERMINAL WEB (PREFIJO "W") SE
001686*               REINGRESA CON CANAL WEB Y PIDE EL IMPORTE DEL
001688*               ENVIO (VTA-TRANS-CANAL, VTA-TRANS-ENVIO).
001689*2026-10-15 NF  LA CAPTURA PIDE EL NUMERO DEL PEDIDO ESPECIAL CON
001690*               SENA QUE RETIRA LA VENTA (VTA-TRANS-PEDIDO-ESP).
001692*2026-10-15 NF  LA CAPTURA PIDE EL LEGAJO DEL EMPLEADO EN UNA
001694*               COMPRA DEL PERSONAL (VTA-TRANS-EMPLEADO-ID) Y
001696*               ACEPTA EL MEDIO "NM" (DESCUENTO POR NOMINA).
001697*2026-10-15 NF  INFORMA SU NOMBRE A VTALOGON (VTA-LGN-PROGRAMA)
001698*               PARA EL DIARIO DE ACCESOS.
001699******************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. VTA0900.
001900 AUTHOR. N. FEDIUK.
011700
011800     DISPLAY "REPROCESO DE EXCEPCIONES DE VENTAS - EXCEPTVT".
011810
011815     MOVE "VTA0900" TO VTA-LGN-PROGRAMA.
011820     CALL "VTALOGON" USING VTA-LOGON-PARMS.
011830     IF VTA-LGN-ERROR
011840         MOVE 8 TO RETURN-CODE
022300     ACCEPT VTA-ENTRADA-TEXTO.
022400     MOVE VTA-ENTRADA-TEXTO (1:6) TO VTA-TRANS-PRODUCTO.
022410
022420     DISPLAY "MEDIO DE PAGO (EF/DB/CR/GC/PT/NM, BLANCO=EF): "
022430             WITH NO ADVANCING.
022440     MOVE SPACES TO VTA-ENTRADA-TEXTO.
022450     ACCEPT VTA-ENTRADA-TEXTO.
022486     ACCEPT VTA-ENTRADA-TEXTO.
022488     MOVE VTA-ENTRADA-TEXTO (1:5) TO VTA-TRANS-VENDEDOR-ID.
022489
022490     DISPLAY "LEGAJO DEL EMPLEADO QUE COMPRA (BLANCO=PUBLICO): "
022491             WITH NO ADVANCING.
022493     MOVE SPACES TO VTA-ENTRADA-TEXTO.
022494     ACCEPT VTA-ENTRADA-TEXTO.
022495     MOVE VTA-ENTRADA-TEXTO (1:5) TO VTA-TRANS-EMPLEADO-ID.
022496
022498     DISPLAY "VENTA EN CUENTA CORRIENTE (S/N, BLANCO=N): "
022499             WITH NO ADVANCING.
022500     MOVE SPACES TO VTA-ENTRADA-TEXTO.
022502     ACCEPT VTA-ENTRADA-TEXTO.
022503     IF VTA-ENTRADA-TEXTO (1:1) = "S"
022504        OR VTA-ENTRADA-TEXTO (1:1) = "s"
022505         SET VTA-TRANS-EN-CTA-CTE TO TRUE
022507     ELSE
022508         MOVE "N" TO VTA-TRANS-CTA-CTE
022509     END-IF.
022511
022524     DISPLAY "CUPON DE CAMPANIA (BLANCO SI NO TRAE): "
022536             WITH NO ADVANCING.
022549     MOVE SPACES TO VTA-ENTRADA-TEXTO.
022562     ACCEPT VTA-ENTRADA-TEXTO.
022574     MOVE VTA-ENTRADA-TEXTO (1:12) TO VTA-TRANS-CUPON.
022576
022578     MOVE "HORA DEL TICKET HHMMSS (0 = SIN HORA): "
022580                              TO VTA-NUM-PROMPT.
022582     CALL "VTANUMER" USING VTA-NUMER-PARMS.
022584     MOVE VTA-NUM-VALOR       TO VTA-TRANS-HORA.
022585
022587     MOVE ZERO                TO VTA-TRANS-PLAN-CUOTAS.
022589     IF VTA-TRANS-MEDIO-PAGO = "CR"
022591         MOVE "CUOTAS (0 O 1 = UN PAGO): " TO VTA-NUM-PROMPT
022592         CALL "VTANUMER" USING VTA-NUMER-PARMS
022594         MOVE VTA-NUM-VALOR   TO VTA-TRANS-PLAN-CUOTAS
022596     END-IF.
022604
022613     MOVE SPACES              TO VTA-TRANS-AUTORIZ-TARJ.
022622     IF VTA-TRANS-MEDIO-PAGO = "DB" OR VTA-TRANS-MEDIO-PAGO = "CR"
022630         DISPLAY "AUTORIZACION DEL CUPON DE TARJETA: "
022639                 WITH NO ADVANCING
022648         MOVE SPACES TO VTA-ENTRADA-TEXTO
022656         ACCEPT VTA-ENTRADA-TEXTO
022665         MOVE VTA-ENTRADA-TEXTO (1:6) TO VTA-TRANS-AUTORIZ-TARJ
022674     END-IF.
022675
022676*LAS TERMINALES DE LA TIENDA WEB EMPIEZAN CON "W"; SOLO ESAS
022677*VENTAS LLEVAN ENVIO.
022678     MOVE ZERO                TO VTA-TRANS-ENVIO.
022679     IF VTA-TERMINAL-ID (1:1) = "W"
022680         SET VTA-TRANS-CANAL-WEB TO TRUE
022681         MOVE "ENVIO SIN IVA (0 = SIN ENVIO): "
022683                                  TO VTA-NUM-PROMPT
022684         CALL "VTANUMER" USING VTA-NUMER-PARMS
022685         MOVE VTA-NUM-VALOR   TO VTA-TRANS-ENVIO
022686     ELSE
022687         MOVE "T"             TO VTA-TRANS-CANAL
022688     END-IF.
022689
022690     MOVE "PEDIDO ESPECIAL A RETIRAR (0=NINGUNO): "
022692                              TO VTA-NUM-PROMPT.
022693     CALL "VTANUMER" USING VTA-NUMER-PARMS.
022695     MOVE VTA-NUM-VALOR       TO VTA-TRANS-PEDIDO-ESP.
022696
022698     MOVE "PORC. OVERRIDE SUPERVISOR (0 SI NO LLEVA): "
022700                              TO VTA-NUM-PROMPT.
022800     CALL "VTANUMER" USING VTA-NUMER-PARMS.
022900     MOVE VTA-NUM-VALOR       TO VTA-TRANS-PORC-OVERRIDE.

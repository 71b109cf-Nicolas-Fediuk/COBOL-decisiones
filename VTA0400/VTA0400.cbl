001714*               TABLA DE PENDIENTES Y UNA SALIDA SIN GRABAR LOS
001715*               DESCARTA, ASI EL HISTORIAL NO MUESTRA CAMBIOS
001716*               QUE NUNCA LLEGARON A DESCTABL.
001729*2026-10-15 NF  INFORMA SU NOMBRE A VTALOGON (VTA-LGN-PROGRAMA)
001742*               PARA EL DIARIO DE ACCESOS.
001755******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. VTA0400.
009700
009800 1000-INICIALIZAR.
009900
009905     MOVE "VTA0400" TO VTA-LGN-PROGRAMA.
009910     CALL "VTALOGON" USING VTA-LOGON-PARMS.
009920     IF VTA-LGN-ERROR
009930         MOVE 8 TO RETURN-CODE
026300
026400 4060-EXIT.
026500     EXIT.
026550
026600
026620******************************************************************
026630*4070-CAPTURAR-TRAMO-BUSCADO: PIDE POR VTANUMER EL TIER A BUSCAR
026660*AGREGAR UN TRAMO NUEVO.
026670******************************************************************
026680 4070-CAPTURAR-TRAMO-BUSCADO.
026685
026690
026700     MOVE "N" TO VTA-SW-TIER-VALIDO.
026705
026710
026720     PERFORM 4080-PEDIR-TRAMO-BUSCADO THRU 4080-EXIT
026730         UNTIL VTA-TIER-VALIDO.
026735
026740
026750 4070-EXIT.
026760     EXIT.
026765
026770
026780 4080-PEDIR-TRAMO-BUSCADO.
026785
026790
026800     MOVE "TIER (1 A 3): " TO VTA-NUM-PROMPT.
026810     CALL "VTANUMER" USING VTA-NUMER-PARMS.
026820     MOVE VTA-NUM-VALOR TO VTA-TRAMO-BUSCADO.
026825
026830
026840     IF VTA-TRAMO-BUSCADO >= 1 AND VTA-TRAMO-BUSCADO <= 3
026850         SET VTA-TIER-VALIDO TO TRUE
026860     ELSE
026870         DISPLAY "TIER FUERA DE RANGO. DEBE SER 1, 2 O 3."
026880     END-IF.
026885
026890
026900 4080-EXIT.
026910     EXIT.
026915
026920
026930 5000-MODIFICAR.
026935
026940
026950     PERFORM 4070-CAPTURAR-TRAMO-BUSCADO THRU 4070-EXIT.
027100

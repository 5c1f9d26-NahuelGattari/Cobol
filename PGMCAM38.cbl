000011*  CAMARA, CON CABECERA (HD + FECHA) Y COLA (TR +        *
000012*  CANTIDAD + SUMA DE IMPORTES) COMO CONTROL DE          *
000013*  TRANSMISION                                           *
000013*                                                        *
000013*  CADA ORDEN EXTRAIDA QUEDA EN LA COLA COMO ENVIADA     *
000013*  ('E', CON LA FECHA DE ENVIO) PARA QUE PGMRTR62 LA     *
000013*  UBIQUE SI LA CAMARA LA RECHAZA                        *
000014*                                                        *
000015**********************************************************
000016*      MANTENIMIENTO DE PROGRAMA                         *
000021*             * INTERBANCARIO POR    *
000022*             * CBU                  *
000023**************************************
000023* 15/10/2026  * LA ORDEN EXTRAIDA SE *
000023*             * REGRABA ENVIADA EN   *
000023*             * LA COLA              *
000023**************************************
000024 AUTHOR. NAHUEL GATTARI.
000025 ENVIRONMENT DIVISION.
000026 CONFIGURATION SECTION.
000134
000135     IF NOT WS-FIN-LECTURA
000136
000137        OPEN I-O TRFCOLA
000138        IF WS-QUE-CODE IS NOT EQUAL '00'
000139           DISPLAY '* ERROR EN OPEN TRFCOLA  = ' WS-QUE-CODE
000140           MOVE 9999 TO RETURN-CODE
000249        GO TO F-4000-EXTRAER
000250     END-IF.
000251
000251     REWRITE REG-INTERC.
000251     IF WS-QUE-CODE IS NOT EQUAL '00'
000251        DISPLAY '* ERROR EN REWRITE TRFCOLA = ' WS-QUE-CODE
000251        MOVE 9999 TO RETURN-CODE
000251        SET WS-FIN-LECTURA TO TRUE
000251        GO TO F-4000-EXTRAER
000251     END-IF.
000251
000252     ADD 1 TO WS-CONT-EXTRAIDAS.
000253     ADD INT-IMPORTE TO WS-SUMA-IMPORTES.
000254

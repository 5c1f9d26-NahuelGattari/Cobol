000001 IDENTIFICATION DIVISION.
000002*                                                        *
000003 PROGRAM-ID. PGMDEV61.
000004**********************************************************
000005*                                                        *
000006*  PROGRAMA DE DEVOLUCIONES A LA CAMARA                  *
000007*                                                        *
000008*  LEE LOS CREDITOS DE CAMARA QUE PGMCAM39 NO PUDO       *
000009*  APLICAR (DDDEV, CPDEVINT) Y ARMA EL ARCHIVO DE        *
000010*  DEVOLUCIONES QUE SE ENVIA A LA CAMARA EN EL FORMATO   *
000011*  DE INTERCAMBIO (CPINTERC), CON CABECERA (HD + FECHA)  *
000012*  Y COLA (TR + CANTIDAD + SUMA DE IMPORTES) IGUAL QUE   *
000013*  EL EXTRACTO DE PGMCAM38                               *
000014*                                                        *
000015*  CADA DEVOLUCION VA AL CBU ORDENANTE CON LA MISMA      *
000016*  REFERENCIA DE LA CAMARA, EL CBU NO UBICADO COMO       *
000017*  ORIGEN Y EL CODIGO DE MOTIVO. LOS ERRORES DE PROCESO  *
000018*  (CODIGO 09), LOS IMPORTES INVALIDOS Y LOS CREDITOS    *
000019*  SIN CBU ORDENANTE NO SE DEVUELVEN: SE RETIENEN Y SE   *
000020*  INFORMAN PARA QUE OPERACIONES LOS REPROCESE           *
000021*                                                        *
000022**********************************************************
000023*      MANTENIMIENTO DE PROGRAMA                         *
000024**********************************************************
000025*  FECHA      *       DETALLE        *
000026**************************************
000027* 15/10/2026  * DEVOLUCION A LA      *
000028*             * CAMARA DE CREDITOS   *
000029*             * NO UBICADOS          *
000030**************************************
000031 AUTHOR. NAHUEL GATTARI.
000032 ENVIRONMENT DIVISION.
000033 CONFIGURATION SECTION.
000034 SPECIAL-NAMES.
000035     DECIMAL-POINT IS COMMA.
000036
000037 INPUT-OUTPUT SECTION.
000038 FILE-CONTROL.
000039
000040       SELECT DEVUELTO ASSIGN DDDEV
000041              FILE STATUS IS WS-DEV-CODE.
000042
000043       SELECT SALIDA   ASSIGN DDSAL
000044              FILE STATUS IS WS-SAL-CODE.
000045
000046       SELECT RUNCTL   ASSIGN DDRUN
000047              FILE STATUS IS WS-RUN-CODE.
000048
000049 DATA DIVISION.
000050 FILE SECTION.
000051 FD DEVUELTO
000052      BLOCK CONTAINS 0 RECORDS
000053      RECORDING MODE IS F.
000054
000055     COPY CPDEVINT.
000056
000057 FD SALIDA
000058      BLOCK CONTAINS 0 RECORDS
000059      RECORDING MODE IS F.
000060
000061 01  REG-SALIDA      PIC X(80).
000062
000063 01  REG-SAL-CABECERA REDEFINES REG-SALIDA.
000064     03  CAB-TIPO-REG     PIC X(02).
000065     03  CAB-FECHA        PIC 9(08).
000066     03  FILLER           PIC X(70).
000067
000068 01  REG-SAL-COLA REDEFINES REG-SALIDA.
000069     03  COL-TIPO-REG     PIC X(02).
000070     03  COL-CANTIDAD     PIC 9(08).
000071     03  COL-SUMA         PIC S9(13)V99 COMP-3.
000072     03  FILLER           PIC X(62).
000073
000074 FD RUNCTL
000075      BLOCK CONTAINS 0 RECORDS
000076      RECORDING MODE IS F.
000077
000078     COPY CPRUNCTL.
000079
000080**************************************
000081 WORKING-STORAGE SECTION.
000082**************************************
000083 77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000084 77  WS-DEV-CODE      PIC XX    VALUE SPACES.
000085 77  WS-SAL-CODE      PIC XX    VALUE SPACES.
000086 77  WS-RUN-CODE      PIC XX    VALUE SPACES.
000087
000088************
000089*CONTADORES*
000090************
000091 77  WS-CONT-LEIDOS       PIC 9(8)     VALUE ZEROS.
000092 77  WS-CONT-DEVUELTOS    PIC 9(8)     VALUE ZEROS.
000093 77  WS-CONT-RETENIDOS    PIC 9(8)     VALUE ZEROS.
000094
000095 01  WS-SUMA-IMPORTES     PIC S9(13)V99 COMP-3 VALUE ZEROS.
000096
000097********************
000098*      FLAGS       *
000099********************
000100
000101 01  WS-STATUS-FIN    PIC X.
000102     88  WS-FIN-LECTURA         VALUE 'Y'.
000103     88  WS-NO-FIN-LECTURA      VALUE 'N'.
000104
000105**************************************
000106*   DETALLE DE TRABAJO (CPINTERC)    *
000107**************************************
000108
000109     COPY CPINTERC.
000110
000111 77  WS-CBU-NO-UBICADO    PIC X(11)    VALUE SPACES.
000112
000113**************************************
000114*   FECHA DE PROCESO                 *
000115**************************************
000116
000117 01  WS-FECHA-PROCESO     PIC 9(08)    VALUE ZEROS.
000118
000119 77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000120
000121***************************************************************.
000122 PROCEDURE DIVISION.
000123**************************************
000124*                                    *
000125*  CUERPO PRINCIPAL DEL PROGRAMA     *
000126*                                    *
000127**************************************
000128 MAIN-PROGRAM.
000129
000130     PERFORM 1000-I-INICIO  THRU 1000-F-INICIO.
000131
000132     PERFORM 2000-I-PROCESO THRU 2000-F-PROCESO
000133                            UNTIL WS-FIN-LECTURA.
000134
000135     PERFORM 9999-I-FINAL   THRU 9999-F-FINAL.
000136
000137 F-MAIN-PROGRAM. GOBACK.
000138
000139**************************************
000140*                                    *
000141*  CUERPO INICIO APERTURA ARCHIVOS   *
000142*                                    *
000143**************************************
000144 1000-I-INICIO.
000145
000146     SET WS-NO-FIN-LECTURA TO TRUE.
000147
000148     PERFORM 1100-I-LEER-RUNCTL THRU 1100-F-LEER-RUNCTL.
000149
000150     IF NOT WS-FIN-LECTURA
000151
000152        OPEN INPUT DEVUELTO
000153        IF WS-DEV-CODE IS NOT EQUAL '00'
000154           DISPLAY '* ERROR EN OPEN DEVUELTO = ' WS-DEV-CODE
000155           MOVE 9999 TO RETURN-CODE
000156           SET  WS-FIN-LECTURA TO TRUE
000157        END-IF
000158
000159        OPEN OUTPUT SALIDA
000160        IF WS-SAL-CODE IS NOT EQUAL '00'
000161           DISPLAY '* ERROR EN OPEN SALIDA   = ' WS-SAL-CODE
000162           MOVE 9999 TO RETURN-CODE
000163           SET  WS-FIN-LECTURA TO TRUE
000164        END-IF
000165     END-IF.
000166
000167     IF NOT WS-FIN-LECTURA
000168        MOVE SPACES           TO REG-SALIDA
000169        MOVE 'HD'             TO CAB-TIPO-REG
000170        MOVE WS-FECHA-PROCESO TO CAB-FECHA
000171        WRITE REG-SALIDA
000172        IF WS-SAL-CODE IS NOT EQUAL '00'
000173           DISPLAY '* ERROR EN WRITE CABECERA = ' WS-SAL-CODE
000174           MOVE 9999 TO RETURN-CODE
000175           SET WS-FIN-LECTURA TO TRUE
000176        END-IF
000177        PERFORM 3000-I-LEER-DEVUELTO THRU 3000-F-LEER-DEVUELTO
000178     END-IF.
000179
000180 1000-F-INICIO.   EXIT.
000181
000182**************************************
000183*  FECHA OFICIAL DE PROCESO DESDE    *
000184*  EL CONTROL DE CORRIDA             *
000185**************************************
000186
000187 1100-I-LEER-RUNCTL.
000188
000189     OPEN INPUT RUNCTL.
000190
000191     IF WS-RUN-CODE NOT EQUAL '00'
000192        DISPLAY '* ERROR EN OPEN RUNCTL   = ' WS-RUN-CODE
000193        MOVE 9999 TO RETURN-CODE
000194        SET  WS-FIN-LECTURA TO TRUE
000195        GO TO 1100-F-LEER-RUNCTL
000196     END-IF.
000197
000198     READ RUNCTL.
000199     IF WS-RUN-CODE NOT EQUAL '00'
000200        DISPLAY '* ERROR EN LECTURA RUNCTL = ' WS-RUN-CODE
000201        MOVE 9999 TO RETURN-CODE
000202        SET  WS-FIN-LECTURA TO TRUE
000203        CLOSE RUNCTL
000204        GO TO 1100-F-LEER-RUNCTL
000205     END-IF.
000206
000207     MOVE RUN-FECHA-PROCESO TO WS-FECHA-PROCESO.
000208
000209     CLOSE RUNCTL.
000210
000211 1100-F-LEER-RUNCTL. EXIT.
000212
000213**************************************
000214*                                    *
000215*  CUERPO PRINCIPAL DE PROCESOS      *
000216*                                    *
000217**************************************
000218 2000-I-PROCESO.
000219
000220     MOVE DEV-REGISTRO TO REG-INTERC.
000221
000222     PERFORM 4000-I-DEVOLVER THRU 4000-F-DEVOLVER.
000223
000224     PERFORM 3000-I-LEER-DEVUELTO THRU 3000-F-LEER-DEVUELTO.
000225
000226 2000-F-PROCESO. EXIT.
000227
000228**************************************
000229* LECTURA DE LOS CREDITOS NO         *
000230* APLICADOS POR PGMCAM39             *
000231**************************************
000232
000233 3000-I-LEER-DEVUELTO.
000234
000235     READ DEVUELTO.
000236
000237     EVALUATE WS-DEV-CODE
000238       WHEN '00'
000239          ADD 1 TO WS-CONT-LEIDOS
000240       WHEN '10'
000241          SET WS-FIN-LECTURA TO TRUE
000242       WHEN OTHER
000243          DISPLAY '* ERROR EN LECTURA DEVUELTO = ' WS-DEV-CODE
000244          MOVE 9999 TO RETURN-CODE
000245          SET WS-FIN-LECTURA TO TRUE
000246     END-EVALUATE.
000247
000248 3000-F-LEER-DEVUELTO. EXIT.
000249
000250**************************************
000251*  DEVOLUCION AL ORDENANTE: SE       *
000252*  INVIERTEN LOS CBU Y SE INFORMA    *
000253*  EL MOTIVO                         *
000254**************************************
000255
000256 4000-I-DEVOLVER.
000257
000258     IF DEV-CODIGO NOT EQUAL '01'
000259        AND DEV-CODIGO NOT EQUAL '02'
000260        PERFORM 4800-I-RETENER THRU 4800-F-RETENER
000261        GO TO 4000-F-DEVOLVER
000262     END-IF.
000263
000264     IF INT-IMPORTE IS NOT NUMERIC
000265        OR INT-IMPORTE NOT GREATER THAN ZEROS
000266        OR INT-CBU-ORIGEN EQUAL SPACES
000267        OR INT-CBU-ORIGEN EQUAL LOW-VALUES
000268        PERFORM 4800-I-RETENER THRU 4800-F-RETENER
000269        GO TO 4000-F-DEVOLVER
000270     END-IF.
000271
000272     MOVE INT-CBU          TO WS-CBU-NO-UBICADO.
000273     MOVE INT-CBU-ORIGEN   TO INT-CBU.
000274     MOVE WS-CBU-NO-UBICADO TO INT-CBU-ORIGEN.
000275     MOVE WS-FECHA-PROCESO TO INT-FECHA.
000276     MOVE 'D'              TO INT-ESTADO.
000277     MOVE DEV-CODIGO       TO INT-MOTIVO.
000278
000279     WRITE REG-SALIDA FROM REG-INTERC.
000280     IF WS-SAL-CODE IS NOT EQUAL '00'
000281        DISPLAY '* ERROR EN WRITE SALIDA = ' WS-SAL-CODE
000282        MOVE 9999 TO RETURN-CODE
000283        SET WS-FIN-LECTURA TO TRUE
000284        GO TO 4000-F-DEVOLVER
000285     END-IF.
000286
000287     ADD 1 TO WS-CONT-DEVUELTOS.
000288     ADD INT-IMPORTE TO WS-SUMA-IMPORTES.
000289
000290 4000-F-DEVOLVER. EXIT.
000291
000292**************************************
000293*  CREDITO RETENIDO: NO SE DEVUELVE  *
000294*  A LA CAMARA, QUEDA PARA REPROCESO *
000295**************************************
000296
000297 4800-I-RETENER.
000298
000299     ADD 1 TO WS-CONT-RETENIDOS.
000300
000301     DISPLAY '* AVISO: CREDITO RETENIDO, CBU ' INT-CBU
000302             ' REFERENCIA ' INT-REFERENCIA
000303             ' MOTIVO ' DEV-MOTIVO.
000304
000305 4800-F-RETENER. EXIT.
000306
000307**************************************
000308*                                    *
000309*  CUERPO FINAL CIERRE DE FILES      *
000310*                                    *
000311**************************************
000312 9999-I-FINAL.
000313
000314     IF RETURN-CODE EQUAL ZEROS
000315        MOVE SPACES            TO REG-SALIDA
000316        MOVE 'TR'              TO COL-TIPO-REG
000317        MOVE WS-CONT-DEVUELTOS TO COL-CANTIDAD
000318        MOVE WS-SUMA-IMPORTES  TO COL-SUMA
000319        WRITE REG-SALIDA
000320        IF WS-SAL-CODE IS NOT EQUAL '00'
000321           DISPLAY '* ERROR EN WRITE COLA   = ' WS-SAL-CODE
000322           MOVE 9999 TO RETURN-CODE
000323        END-IF
000324     END-IF.
000325
000326     CLOSE DEVUELTO
000327        IF WS-DEV-CODE IS NOT EQUAL '00'
000328          DISPLAY '* ERROR EN CLOSE DEVUELTO = ' WS-DEV-CODE
000329          MOVE 9999 TO RETURN-CODE
000330       END-IF.
000331
000332     CLOSE SALIDA
000333        IF WS-SAL-CODE IS NOT EQUAL '00'
000334          DISPLAY '* ERROR EN CLOSE SALIDA  = ' WS-SAL-CODE
000335          MOVE 9999 TO RETURN-CODE
000336       END-IF.
000337
000338**********************************
000339*   MOSTRAR TOTALES DE CONTROL   *
000340**********************************
000341
000342     DISPLAY 'CREDITOS NO APLICADOS LEIDOS: ' WS-CONT-LEIDOS.
000343     DISPLAY 'DEVUELTOS A LA CAMARA: '        WS-CONT-DEVUELTOS.
000344     DISPLAY 'RETENIDOS PARA REPROCESO: '     WS-CONT-RETENIDOS.
000345
000346 9999-F-FINAL. EXIT.

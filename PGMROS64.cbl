000001 IDENTIFICATION DIVISION.
000002*                                                        *
000003 PROGRAM-ID. PGMROS64.
000004**********************************************************
000005*                                                        *
000006*  PROGRAMA DE RESOLUCION DE CASOS DE LAVADO Y REPORTE   *
000007*  DE OPERACIONES SOSPECHOSAS                            *
000008*                                                        *
000009*  1) APLICA LAS TARJETAS DE RESOLUCION DE CUMPLIMIENTO  *
000010*     (DDRES): CLAVE DEL CASO + 'C' (CONFIRMADO) O 'D'   *
000011*     (DESCARTADO) + OPERADOR. SOLO SE RESUELVEN CASOS   *
000012*     ABIERTOS ('A'); LAS TARJETAS INVALIDAS SE LISTAN   *
000013*                                                        *
000014*  2) ARMA EL ARCHIVO DE OPERACIONES SOSPECHOSAS PARA EL *
000015*     REGULADOR (DDROS) CON TODOS LOS CASOS CONFIRMADOS, *
000016*     CON CABECERA (HD + FECHA) Y COLA (TR + CANTIDAD +  *
000017*     SUMA DE IMPORTES). CADA CASO INFORMADO QUEDA EN    *
000018*     ESTADO 'I' CON LA FECHA DEL INFORME, DE MODO QUE   *
000019*     NO SE INFORMA DOS VECES                            *
000020*                                                        *
000021**********************************************************
000022*      MANTENIMIENTO DE PROGRAMA                         *
000023**********************************************************
000024*  FECHA      *       DETALLE        *
000025**************************************
000026* 15/10/2026  * RESOLUCION DE CASOS  *
000027*             * Y REPORTE DE OPERAC. *
000028*             * SOSPECHOSAS          *
000029**************************************
000030 AUTHOR. NAHUEL GATTARI.
000031 ENVIRONMENT DIVISION.
000032 CONFIGURATION SECTION.
000033 SPECIAL-NAMES.
000034     DECIMAL-POINT IS COMMA.
000035
000036 INPUT-OUTPUT SECTION.
000037 FILE-CONTROL.
000038
000039       SELECT RESOLUC  ASSIGN DDRES
000040              FILE STATUS IS WS-RES-CODE.
000041
000042       SELECT CASOS    ASSIGN DDCAS
000043       ORGANIZATION   IS INDEXED
000044       ACCESS IS DYNAMIC
000045       RECORD KEY IS CAS-CLAVE
000046       FILE STATUS IS WS-CAS-CODE.
000047
000048       SELECT REPORTE  ASSIGN DDROS
000049              FILE STATUS IS WS-ROS-CODE.
000050
000051       SELECT LISTADO  ASSIGN DDLIS
000052              FILE STATUS IS WS-LIS-CODE.
000053
000054       SELECT RUNCTL   ASSIGN DDRUN
000055              FILE STATUS IS WS-RUN-CODE.
000056
000057 DATA DIVISION.
000058 FILE SECTION.
000059 FD RESOLUC
000060      BLOCK CONTAINS 0 RECORDS
000061      RECORDING MODE IS F.
000062
000063 01  REG-RESOLUC.
000064     03  RES-CLAVE.
000065         05  RES-TIP-DOC      PIC X(02).
000066         05  RES-NRO-DOC      PIC 9(11).
000067         05  RES-REGLA        PIC X(02).
000068         05  RES-FECHA        PIC 9(08).
000069     03  RES-DECISION         PIC X(01).
000070         88  RES-CONFIRMA            VALUE 'C'.
000071         88  RES-DESCARTA            VALUE 'D'.
000072     03  RES-OPERADOR         PIC X(08).
000073     03  FILLER               PIC X(48).
000074
000075 FD CASOS.
000076
000077     COPY CPCASLAV.
000078
000079 FD REPORTE
000080      BLOCK CONTAINS 0 RECORDS
000081      RECORDING MODE IS F.
000082
000083 01  REG-REPORTE      PIC X(200).
000084
000085 01  REG-ROS-DETALLE REDEFINES REG-REPORTE.
000086     03  ROS-TIPO-REG     PIC X(02).
000087     03  ROS-TIP-DOC      PIC X(02).
000088     03  ROS-NRO-DOC      PIC 9(11).
000089     03  ROS-NOMAPE       PIC X(30).
000090     03  ROS-NRO-CLIENTE  PIC 9(05).
000091     03  ROS-SUC          PIC 9(02).
000092     03  ROS-SUC-NOMBRE   PIC X(20).
000093     03  ROS-REGLA        PIC X(02).
000094     03  ROS-FECHA        PIC 9(08).
000095     03  ROS-FECHA-RESOL  PIC 9(08).
000096     03  ROS-IMPORTE      PIC 9(13)V99.
000097     03  ROS-CANTIDAD     PIC 9(05).
000098     03  ROS-DESCRIPCION  PIC X(40).
000099     03  ROS-REFERENCIA   PIC X(15).
000100     03  FILLER           PIC X(35).
000101
000102 01  REG-ROS-CABECERA REDEFINES REG-REPORTE.
000103     03  CAB-TIPO-REG     PIC X(02).
000104     03  CAB-FECHA        PIC 9(08).
000105     03  FILLER           PIC X(190).
000106
000107 01  REG-ROS-COLA REDEFINES REG-REPORTE.
000108     03  COL-TIPO-REG     PIC X(02).
000109     03  COL-CANTIDAD     PIC 9(08).
000110     03  COL-SUMA         PIC 9(15)V99.
000111     03  FILLER           PIC X(173).
000112
000113 FD LISTADO
000114      BLOCK CONTAINS 0 RECORDS
000115      RECORDING MODE IS F.
000116
000117 01 REG-LISTADO     PIC X(132).
000118
000119 FD RUNCTL
000120      BLOCK CONTAINS 0 RECORDS
000121      RECORDING MODE IS F.
000122
000123     COPY CPRUNCTL.
000124
000125**************************************
000126 WORKING-STORAGE SECTION.
000127**************************************
000128 77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000129 77  WS-RES-CODE      PIC XX    VALUE SPACES.
000130 77  WS-CAS-CODE      PIC XX    VALUE SPACES.
000131 77  WS-ROS-CODE      PIC XX    VALUE SPACES.
000132 77  WS-LIS-CODE      PIC XX    VALUE SPACES.
000133 77  WS-RUN-CODE      PIC XX    VALUE SPACES.
000134
000135************
000136*CONTADORES*
000137************
000138 77  WS-CONT-TARJETAS     PIC 9(8)     VALUE ZEROS.
000139 77  WS-CONT-CONFIRMADOS  PIC 9(8)     VALUE ZEROS.
000140 77  WS-CONT-DESCARTADOS  PIC 9(8)     VALUE ZEROS.
000141 77  WS-CONT-RECHAZADAS   PIC 9(8)     VALUE ZEROS.
000142 77  WS-CONT-CASOS-LEIDOS PIC 9(8)     VALUE ZEROS.
000143 77  WS-CONT-INFORMADOS   PIC 9(8)     VALUE ZEROS.
000144
000145 01  WS-SUMA-INFORMADA    PIC S9(15)V99 COMP-3 VALUE ZEROS.
000146
000147********************
000148*      FLAGS       *
000149********************
000150
000151 01  WS-STATUS-FIN    PIC X.
000152     88  WS-FIN-LECTURA         VALUE 'Y'.
000153     88  WS-NO-FIN-LECTURA      VALUE 'N'.
000154
000155 01  WS-STA-AUX       PIC X     VALUE 'N'.
000156     88  WS-FIN-AUX             VALUE 'Y'.
000157     88  WS-NO-FIN-AUX          VALUE 'N'.
000158
000159 01  WS-FECHA-PROCESO     PIC 9(08)    VALUE ZEROS.
000160
000161***********************************
000162*       TITULO Y DETALLE          *
000163***********************************
000164
000165 01  WS-TITULO.
000166     03  FILLER              PIC X(20)    VALUE  SPACES.
000167     03  FILLER              PIC X(34)    VALUE
000168      'CASOS DE LAVADO: RESOLUCION Y ROS '.
000169     03  FILLER              PIC X(07)    VALUE 'FECHA: '.
000170     03  WS-TIT-FECHA        PIC 9(08)    VALUE ZEROS.
000171     03  FILLER              PIC X(63)    VALUE SPACES.
000172
000173 01  WS-LIN-SECCION.
000174     03  FILLER              PIC X(02)    VALUE SPACES.
000175     03  WS-SEC-TEXTO        PIC X(60)    VALUE SPACES.
000176     03  FILLER              PIC X(70)    VALUE SPACES.
000177
000178 01  WS-LIN-DETALLE.
000179     03  FILLER    PIC X(02)    VALUE SPACES.
000180     03  WS-DET-TIP-DOC  PIC X(02)    VALUE SPACES.
000181     03  FILLER    PIC X(01)    VALUE SPACES.
000182     03  WS-DET-NRO-DOC  PIC 9(11)    VALUE ZEROS.
000183     03  FILLER    PIC X(02)    VALUE SPACES.
000184     03  WS-DET-REGLA    PIC X(02)    VALUE SPACES.
000185     03  FILLER    PIC X(02)    VALUE SPACES.
000186     03  WS-DET-FECHA    PIC 9(08)    VALUE ZEROS.
000187     03  FILLER    PIC X(02)    VALUE SPACES.
000188     03  WS-DET-NOMAPE   PIC X(30)    VALUE SPACES.
000189     03  FILLER    PIC X(02)    VALUE SPACES.
000190     03  WS-DET-IMPORTE  PIC -ZZ.ZZZ.ZZZ.999,99 VALUE ZEROS.
000191     03  FILLER    PIC X(02)    VALUE SPACES.
000192     03  WS-DET-OPERADOR PIC X(08)    VALUE SPACES.
000193     03  FILLER    PIC X(02)    VALUE SPACES.
000194     03  WS-DET-RESULT   PIC X(38)    VALUE SPACES.
000195
000196 77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000197
000198***************************************************************.
000199 PROCEDURE DIVISION.
000200**************************************
000201*                                    *
000202*  CUERPO PRINCIPAL DEL PROGRAMA     *
000203*                                    *
000204**************************************
000205 MAIN-PROGRAM.
000206
000207     PERFORM 1000-I-INICIO  THRU 1000-F-INICIO.
000208
000209     PERFORM 2000-I-PROCESO THRU 2000-F-PROCESO
000210                            UNTIL WS-FIN-LECTURA.
000211
000212     IF RETURN-CODE EQUAL ZEROS
000213        PERFORM 5000-I-REPORTE THRU 5000-F-REPORTE
000214     END-IF.
000215
000216     PERFORM 9999-I-FINAL   THRU 9999-F-FINAL.
000217
000218 F-MAIN-PROGRAM. GOBACK.
000219
000220**************************************
000221*                                    *
000222*  CUERPO INICIO APERTURA ARCHIVOS   *
000223*                                    *
000224**************************************
000225 1000-I-INICIO.
000226
000227     SET WS-NO-FIN-LECTURA TO TRUE.
000228
000229     PERFORM 1100-I-LEER-RUNCTL THRU 1100-F-LEER-RUNCTL.
000230
000231     IF NOT WS-FIN-LECTURA
000232
000233        OPEN I-O CASOS
000234        IF WS-CAS-CODE IS NOT EQUAL '00'
000235           DISPLAY '* ERROR EN OPEN CASOS    = ' WS-CAS-CODE
000236           MOVE 9999 TO RETURN-CODE
000237           SET  WS-FIN-LECTURA TO TRUE
000238        END-IF
000239
000240        OPEN OUTPUT REPORTE
000241        IF WS-ROS-CODE IS NOT EQUAL '00'
000242           DISPLAY '* ERROR EN OPEN REPORTE  = ' WS-ROS-CODE
000243           MOVE 9999 TO RETURN-CODE
000244           SET  WS-FIN-LECTURA TO TRUE
000245        END-IF
000246
000247        OPEN OUTPUT LISTADO
000248        IF WS-LIS-CODE IS NOT EQUAL '00'
000249           DISPLAY '* ERROR EN OPEN LISTADO  = ' WS-LIS-CODE
000250           MOVE 9999 TO RETURN-CODE
000251           SET  WS-FIN-LECTURA TO TRUE
000252        END-IF
000253     END-IF.
000254
000255     IF NOT WS-FIN-LECTURA
000256        MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA
000257        WRITE REG-LISTADO FROM WS-TITULO
000258        MOVE 'RESOLUCIONES DE CUMPLIMIENTO' TO WS-SEC-TEXTO
000259        WRITE REG-LISTADO FROM WS-LIN-SECCION
000260        OPEN INPUT RESOLUC
000261        IF WS-RES-CODE IS NOT EQUAL '00'
000262           DISPLAY '* AVISO: SIN TARJETAS DE RESOLUCION'
000263           SET WS-FIN-LECTURA TO TRUE
000264        ELSE
000265           PERFORM 3000-I-LEER-RESOLUC THRU 3000-F-LEER-RESOLUC
000266        END-IF
000267     END-IF.
000268
000269 1000-F-INICIO.   EXIT.
000270
000271**************************************
000272*  FECHA OFICIAL DE PROCESO DESDE    *
000273*  EL CONTROL DE CORRIDA             *
000274**************************************
000275
000276 1100-I-LEER-RUNCTL.
000277
000278     OPEN INPUT RUNCTL.
000279
000280     IF WS-RUN-CODE NOT EQUAL '00'
000281        DISPLAY '* ERROR EN OPEN RUNCTL   = ' WS-RUN-CODE
000282        MOVE 9999 TO RETURN-CODE
000283        SET  WS-FIN-LECTURA TO TRUE
000284        GO TO 1100-F-LEER-RUNCTL
000285     END-IF.
000286
000287     READ RUNCTL.
000288     IF WS-RUN-CODE NOT EQUAL '00'
000289        DISPLAY '* ERROR EN LECTURA RUNCTL = ' WS-RUN-CODE
000290        MOVE 9999 TO RETURN-CODE
000291        SET  WS-FIN-LECTURA TO TRUE
000292        CLOSE RUNCTL
000293        GO TO 1100-F-LEER-RUNCTL
000294     END-IF.
000295
000296     MOVE RUN-FECHA-PROCESO TO WS-FECHA-PROCESO.
000297
000298     CLOSE RUNCTL.
000299
000300 1100-F-LEER-RUNCTL. EXIT.
000301
000302**************************************
000303*                                    *
000304*  CUERPO PRINCIPAL DE PROCESOS:     *
000305*  UNA TARJETA DE RESOLUCION         *
000306*                                    *
000307**************************************
000308 2000-I-PROCESO.
000309
000310     PERFORM 4000-I-RESOLVER THRU 4000-F-RESOLVER.
000311
000312     PERFORM 3000-I-LEER-RESOLUC THRU 3000-F-LEER-RESOLUC.
000313
000314     IF WS-FIN-LECTURA
000315        CLOSE RESOLUC
000316     END-IF.
000317
000318 2000-F-PROCESO. EXIT.
000319
000320**************************************
000321* LECTURA TARJETAS DE RESOLUCION     *
000322**************************************
000323
000324 3000-I-LEER-RESOLUC.
000325
000326     READ RESOLUC.
000327
000328     EVALUATE WS-RES-CODE
000329       WHEN '00'
000330          ADD 1 TO WS-CONT-TARJETAS
000331       WHEN '10'
000332          SET WS-FIN-LECTURA TO TRUE
000333       WHEN OTHER
000334          DISPLAY '* ERROR EN LECTURA RESOLUC = ' WS-RES-CODE
000335          MOVE 9999 TO RETURN-CODE
000336          SET WS-FIN-LECTURA TO TRUE
000337     END-EVALUATE.
000338
000339 3000-F-LEER-RESOLUC. EXIT.
000340
000341**************************************
000342*  RESOLUCION DE UN CASO ABIERTO     *
000343**************************************
000344
000345 4000-I-RESOLVER.
000346
000347     MOVE RES-TIP-DOC     TO WS-DET-TIP-DOC.
000348     MOVE RES-NRO-DOC     TO WS-DET-NRO-DOC.
000349     MOVE RES-REGLA       TO WS-DET-REGLA.
000350     MOVE RES-FECHA       TO WS-DET-FECHA.
000351     MOVE RES-OPERADOR    TO WS-DET-OPERADOR.
000352     MOVE SPACES          TO WS-DET-NOMAPE.
000353     MOVE ZEROS           TO WS-DET-IMPORTE.
000354
000355     IF NOT RES-CONFIRMA AND NOT RES-DESCARTA
000356        MOVE 'RECHAZADA: DECISION INVALIDA' TO WS-DET-RESULT
000357        PERFORM 4900-I-RECHAZAR THRU 4900-F-RECHAZAR
000358        GO TO 4000-F-RESOLVER
000359     END-IF.
000360
000361     IF RES-OPERADOR EQUAL SPACES
000362        MOVE 'RECHAZADA: FALTA EL OPERADOR' TO WS-DET-RESULT
000363        PERFORM 4900-I-RECHAZAR THRU 4900-F-RECHAZAR
000364        GO TO 4000-F-RESOLVER
000365     END-IF.
000366
000367     MOVE RES-CLAVE TO CAS-CLAVE.
000368
000369     READ CASOS
000370        INVALID KEY
000371           MOVE 'RECHAZADA: CASO INEXISTENTE' TO WS-DET-RESULT
000372           PERFORM 4900-I-RECHAZAR THRU 4900-F-RECHAZAR
000373           GO TO 4000-F-RESOLVER
000374     END-READ.
000375
000376     MOVE CAS-NOMAPE   TO WS-DET-NOMAPE.
000377     MOVE CAS-IMPORTE  TO WS-DET-IMPORTE.
000378
000379     IF CAS-ESTADO NOT EQUAL 'A'
000380        MOVE 'RECHAZADA: EL CASO NO ESTA ABIERTO'
000381                                         TO WS-DET-RESULT
000382        PERFORM 4900-I-RECHAZAR THRU 4900-F-RECHAZAR
000383        GO TO 4000-F-RESOLVER
000384     END-IF.
000385
000386     MOVE RES-DECISION      TO CAS-ESTADO.
000387     MOVE WS-FECHA-PROCESO  TO CAS-FECHA-RESOL.
000388     MOVE RES-OPERADOR      TO CAS-OPERADOR-RESOL.
000389
000390     REWRITE REG-CASLAV.
000391
000392     IF WS-CAS-CODE NOT EQUAL '00'
000393        DISPLAY '* ERROR EN REWRITE CASOS = ' WS-CAS-CODE
000394        MOVE 9999 TO RETURN-CODE
000395        SET WS-FIN-LECTURA TO TRUE
000396        GO TO 4000-F-RESOLVER
000397     END-IF.
000398
000399     IF RES-CONFIRMA
000400        ADD 1 TO WS-CONT-CONFIRMADOS
000401        MOVE 'CONFIRMADO, SE INFORMA AL REGULADOR'
000402                                         TO WS-DET-RESULT
000403     ELSE
000404        ADD 1 TO WS-CONT-DESCARTADOS
000405        MOVE 'DESCARTADO'               TO WS-DET-RESULT
000406     END-IF.
000407
000408     WRITE REG-LISTADO FROM WS-LIN-DETALLE.
000409
000410 4000-F-RESOLVER. EXIT.
000411
000412**************************************
000413*  TARJETA DE RESOLUCION RECHAZADA   *
000414**************************************
000415
000416 4900-I-RECHAZAR.
000417
000418     ADD 1 TO WS-CONT-RECHAZADAS.
000419     WRITE REG-LISTADO FROM WS-LIN-DETALLE.
000420
000421 4900-F-RECHAZAR. EXIT.
000422
000423**************************************
000424*                                    *
000425*  REPORTE DE OPERACIONES            *
000426*  SOSPECHOSAS: CASOS CONFIRMADOS    *
000427*                                    *
000428**************************************
000429
000430 5000-I-REPORTE.
000431
000432     MOVE 'CASOS INFORMADOS AL REGULADOR' TO WS-SEC-TEXTO.
000433     WRITE REG-LISTADO FROM WS-LIN-SECCION.
000434
000435     MOVE SPACES           TO REG-REPORTE.
000436     MOVE 'HD'             TO CAB-TIPO-REG.
000437     MOVE WS-FECHA-PROCESO TO CAB-FECHA.
000438     WRITE REG-REPORTE.
000439
000440     IF WS-ROS-CODE NOT EQUAL '00'
000441        DISPLAY '* ERROR EN WRITE REPORTE = ' WS-ROS-CODE
000442        MOVE 9999 TO RETURN-CODE
000443        GO TO 5000-F-REPORTE
000444     END-IF.
000445
000446     MOVE LOW-VALUES TO CAS-CLAVE.
000447     START CASOS KEY IS NOT LESS THAN CAS-CLAVE.
000448
000449     IF WS-CAS-CODE EQUAL '00'
000450        SET WS-NO-FIN-AUX TO TRUE
000451        PERFORM 5100-I-LEER-CASO THRU 5100-F-LEER-CASO
000452           UNTIL WS-FIN-AUX
000453     END-IF.
000454
000455     IF RETURN-CODE NOT EQUAL ZEROS
000456        GO TO 5000-F-REPORTE
000457     END-IF.
000458
000459     MOVE SPACES              TO REG-REPORTE.
000460     MOVE 'TR'                TO COL-TIPO-REG.
000461     MOVE WS-CONT-INFORMADOS  TO COL-CANTIDAD.
000462     MOVE WS-SUMA-INFORMADA   TO COL-SUMA.
000463     WRITE REG-REPORTE.
000464
000465     IF WS-ROS-CODE NOT EQUAL '00'
000466        DISPLAY '* ERROR EN WRITE REPORTE = ' WS-ROS-CODE
000467        MOVE 9999 TO RETURN-CODE
000468     END-IF.
000469
000470 5000-F-REPORTE. EXIT.
000471
000472 5100-I-LEER-CASO.
000473
000474     READ CASOS NEXT RECORD.
000475
000476     EVALUATE WS-CAS-CODE
000477       WHEN '00'
000478          ADD 1 TO WS-CONT-CASOS-LEIDOS
000479       WHEN '10'
000480          SET WS-FIN-AUX TO TRUE
000481          GO TO 5100-F-LEER-CASO
000482       WHEN OTHER
000483          DISPLAY '* ERROR EN LECTURA CASOS = ' WS-CAS-CODE
000484          MOVE 9999 TO RETURN-CODE
000485          SET WS-FIN-AUX TO TRUE
000486          GO TO 5100-F-LEER-CASO
000487     END-EVALUATE.
000488
000489     IF CAS-ESTADO EQUAL 'C'
000490        PERFORM 5200-I-INFORMAR THRU 5200-F-INFORMAR
000491     END-IF.
000492
000493 5100-F-LEER-CASO. EXIT.
000494
000495 5200-I-INFORMAR.
000496
000497     MOVE SPACES             TO REG-REPORTE.
000498     MOVE 'DT'               TO ROS-TIPO-REG.
000499     MOVE CAS-TIP-DOC        TO ROS-TIP-DOC.
000500     MOVE CAS-NRO-DOC        TO ROS-NRO-DOC.
000501     MOVE CAS-NOMAPE         TO ROS-NOMAPE.
000502     MOVE CAS-NRO-CLIENTE    TO ROS-NRO-CLIENTE.
000503     MOVE CAS-SUC            TO ROS-SUC.
000504     MOVE CAS-SUC-NOMBRE     TO ROS-SUC-NOMBRE.
000505     MOVE CAS-REGLA          TO ROS-REGLA.
000506     MOVE CAS-FECHA          TO ROS-FECHA.
000507     MOVE CAS-FECHA-RESOL    TO ROS-FECHA-RESOL.
000508     MOVE CAS-IMPORTE        TO ROS-IMPORTE.
000509     MOVE CAS-CANTIDAD       TO ROS-CANTIDAD.
000510     MOVE CAS-DESCRIPCION    TO ROS-DESCRIPCION.
000511     MOVE CAS-REFERENCIA     TO ROS-REFERENCIA.
000512     WRITE REG-REPORTE.
000513
000514     IF WS-ROS-CODE NOT EQUAL '00'
000515        DISPLAY '* ERROR EN WRITE REPORTE = ' WS-ROS-CODE
000516        MOVE 9999 TO RETURN-CODE
000517        SET WS-FIN-AUX TO TRUE
000518        GO TO 5200-F-INFORMAR
000519     END-IF.
000520
000521     MOVE 'I'              TO CAS-ESTADO.
000522     MOVE WS-FECHA-PROCESO TO CAS-FECHA-INFORME.
000523
000524     REWRITE REG-CASLAV.
000525
000526     IF WS-CAS-CODE NOT EQUAL '00'
000527        DISPLAY '* ERROR EN REWRITE CASOS = ' WS-CAS-CODE
000528        MOVE 9999 TO RETURN-CODE
000529        SET WS-FIN-AUX TO TRUE
000530        GO TO 5200-F-INFORMAR
000531     END-IF.
000532
000533     ADD 1           TO WS-CONT-INFORMADOS.
000534     ADD CAS-IMPORTE TO WS-SUMA-INFORMADA.
000535
000536     MOVE CAS-TIP-DOC        TO WS-DET-TIP-DOC.
000537     MOVE CAS-NRO-DOC        TO WS-DET-NRO-DOC.
000538     MOVE CAS-REGLA          TO WS-DET-REGLA.
000539     MOVE CAS-FECHA          TO WS-DET-FECHA.
000540     MOVE CAS-NOMAPE         TO WS-DET-NOMAPE.
000541     MOVE CAS-IMPORTE        TO WS-DET-IMPORTE.
000542     MOVE CAS-OPERADOR-RESOL TO WS-DET-OPERADOR.
000543     MOVE 'INFORMADO'        TO WS-DET-RESULT.
000544     WRITE REG-LISTADO FROM WS-LIN-DETALLE.
000545
000546 5200-F-INFORMAR. EXIT.
000547
000548**************************************
000549*                                    *
000550*  CUERPO FINAL CIERRE DE FILES      *
000551*                                    *
000552**************************************
000553 9999-I-FINAL.
000554
000555     CLOSE CASOS
000556        IF WS-CAS-CODE IS NOT EQUAL '00'
000557          DISPLAY '* ERROR EN CLOSE CASOS    = ' WS-CAS-CODE
000558          MOVE 9999 TO RETURN-CODE
000559       END-IF.
000560
000561     CLOSE REPORTE
000562        IF WS-ROS-CODE IS NOT EQUAL '00'
000563          DISPLAY '* ERROR EN CLOSE REPORTE  = ' WS-ROS-CODE
000564          MOVE 9999 TO RETURN-CODE
000565       END-IF.
000566
000567     CLOSE LISTADO
000568        IF WS-LIS-CODE IS NOT EQUAL '00'
000569          DISPLAY '* ERROR EN CLOSE LISTADO  = ' WS-LIS-CODE
000570          MOVE 9999 TO RETURN-CODE
000571       END-IF.
000572
000573**********************************
000574*   MOSTRAR TOTALES DE CONTROL   *
000575**********************************
000576
000577     DISPLAY 'TARJETAS DE RESOLUCION: '   WS-CONT-TARJETAS.
000578     DISPLAY 'CASOS CONFIRMADOS: '        WS-CONT-CONFIRMADOS.
000579     DISPLAY 'CASOS DESCARTADOS: '        WS-CONT-DESCARTADOS.
000580     DISPLAY 'TARJETAS RECHAZADAS: '      WS-CONT-RECHAZADAS.
000581     DISPLAY 'CASOS LEIDOS: '             WS-CONT-CASOS-LEIDOS.
000582     DISPLAY 'CASOS INFORMADOS: '         WS-CONT-INFORMADOS.
000583
000584 9999-F-FINAL. EXIT.

000001 IDENTIFICATION DIVISION.
000002*                                                        *
000003 PROGRAM-ID. PGMARQ67.
000004**********************************************************
000005*                                                        *
000006*  ARQUEO NOCTURNO DE LAS CAJAS DE VENTANILLA            *
000007*                                                        *
000008*  RECORRE LAS CAJAS DEL DIA DE PROCESO EN CAJA19        *
000009*  (CPCAJA, GRABADAS POR LA T266) Y CALCULA PARA CADA    *
000010*  UNA EL EFECTIVO QUE DEBIA HABER AL CIERRE:            *
000011*                                                        *
000012*        APERTURA + INGRESOS - EGRESOS                   *
000013*                                                        *
000014*  LISTA POR SUCURSAL TODA CAJA CUYO EFECTIVO DECLARADO  *
000015*  AL CIERRE NO COINCIDE CON EL CALCULADO, Y LAS QUE     *
000016*  QUEDARON ABIERTAS SIN DECLARAR (OBSERVACION 'SIN      *
000017*  CIERRE'), CON SUBTOTALES POR SUCURSAL Y MONEDA Y UN   *
000018*  RESUMEN FINAL DE CAJAS ARQUEADAS                      *
000019*                                                        *
000020*  EL NOMBRE DE LA SUCURSAL SALE DEL MAESTRO DE          *
000021*  SUCURSALES (DDSUC, OPCIONAL)                          *
000022*                                                        *
000023**********************************************************
000024*      MANTENIMIENTO DE PROGRAMA                         *
000025**********************************************************
000026*  FECHA      *       DETALLE        *
000027**************************************
000028* 15/10/2026  * ARQUEO DE CAJAS DE   *
000029*             * VENTANILLA POR       *
000030*             * SUCURSAL             *
000031**************************************
000032 AUTHOR. NAHUEL GATTARI.
000033 ENVIRONMENT DIVISION.
000034 CONFIGURATION SECTION.
000035 SPECIAL-NAMES.
000036     DECIMAL-POINT IS COMMA.
000037
000038 INPUT-OUTPUT SECTION.
000039 FILE-CONTROL.
000040
000041       SELECT CAJA     ASSIGN DDCAJ
000042       ORGANIZATION   IS INDEXED
000043       ACCESS IS DYNAMIC
000044       RECORD KEY IS CAJ-CLAVE
000045       FILE STATUS IS WS-CAJ-CODE.
000046
000047       SELECT SUCURSAL ASSIGN DDSUC
000048              FILE STATUS IS WS-SUC-CODE.
000049
000050       SELECT LISTADO  ASSIGN DDLIS
000051              FILE STATUS IS WS-LIS-CODE.
000052
000053       SELECT RUNCTL   ASSIGN DDRUN
000054              FILE STATUS IS WS-RUN-CODE.
000055
000056 DATA DIVISION.
000057 FILE SECTION.
000058 FD CAJA.
000059
000060     COPY CPCAJA.
000061
000062 FD SUCURSAL
000063      BLOCK CONTAINS 0 RECORDS
000064      RECORDING MODE IS F.
000065
000066     COPY CPSUCUR.
000067
000068 FD LISTADO
000069      BLOCK CONTAINS 0 RECORDS
000070      RECORDING MODE IS F.
000071
000072 01 REG-LISTADO     PIC X(132).
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
000084 77  WS-CAJ-CODE      PIC XX    VALUE SPACES.
000085 77  WS-SUC-CODE      PIC XX    VALUE SPACES.
000086 77  WS-LIS-CODE      PIC XX    VALUE SPACES.
000087 77  WS-RUN-CODE      PIC XX    VALUE SPACES.
000088
000089************
000090*CONTADORES*
000091************
000092 77  WS-CONT-LEIDAS       PIC 9(8)     VALUE ZEROS.
000093 77  WS-CONT-CUADRADAS    PIC 9(8)     VALUE ZEROS.
000094 77  WS-CONT-DIFERENCIA   PIC 9(8)     VALUE ZEROS.
000095 77  WS-CONT-SIN-CIERRE   PIC 9(8)     VALUE ZEROS.
000096
000097********************
000098*      FLAGS       *
000099********************
000100
000101 01  WS-STATUS-FIN    PIC X.
000102     88  WS-FIN-LECTURA         VALUE 'Y'.
000103     88  WS-NO-FIN-LECTURA      VALUE 'N'.
000104
000105 01  WS-STA-AUX       PIC X     VALUE 'N'.
000106     88  WS-FIN-AUX             VALUE 'Y'.
000107     88  WS-NO-FIN-AUX          VALUE 'N'.
000108
000109 01  WS-SW-SUC-LISTADA PIC X    VALUE 'N'.
000110     88  WS-SUC-LISTADA         VALUE 'S'.
000111     88  WS-SUC-NO-LISTADA      VALUE 'N'.
000112
000113 01  WS-SW-ENCONTRO   PIC X     VALUE 'N'.
000114     88  WS-ENCONTRO            VALUE 'S'.
000115     88  WS-NO-ENCONTRO         VALUE 'N'.
000116
000117**************************************
000118*   FECHA DE PROCESO                 *
000119**************************************
000120
000121 01  WS-FECHA-PROCESO     PIC 9(08)    VALUE ZEROS.
000122
000123**************************************
000124*   MAESTRO DE SUCURSALES            *
000125**************************************
000126
000127 77  WS-CONT-SUC      PIC 9(02)     VALUE ZEROS.
000128 77  WS-BUSCA-SUC     PIC 9(02)     VALUE ZEROS.
000129 77  WS-SUC-NOMBRE-ED PIC X(20)     VALUE SPACES.
000130
000131 01  WS-TABLA-SUCURSALES.
000132     05  WS-SUC-ENTRADA OCCURS 99 TIMES
000133             INDEXED BY WS-IDX-SUC.
000134         10  WS-SUC-NRO      PIC 9(02).
000135         10  WS-SUC-NOMBRE   PIC X(20).
000136
000137**************************************
000138*   CAJAS DEL DIA CON DIFERENCIA     *
000139*   (SE LISTAN AGRUPADAS POR         *
000140*   SUCURSAL AL FINAL)               *
000141**************************************
000142
000143 77  WS-CONT-DIF      PIC 9(03)     VALUE ZEROS.
000144 77  WS-SUC-ACTUAL    PIC 9(03)     VALUE ZEROS.
000145 77  WS-CALCULADO     PIC S9(09)V99 COMP-3 VALUE ZEROS.
000146 77  WS-DIFERENCIA    PIC S9(09)V99 COMP-3 VALUE ZEROS.
000147
000148 01  WS-TABLA-DIFERENCIAS.
000149     05  WS-DIF-ENTRADA OCCURS 999 TIMES
000150             INDEXED BY WS-IDX-DIF.
000151         10  WS-DIF-SUC        PIC 9(02).
000152         10  WS-DIF-OPERADOR   PIC X(08).
000153         10  WS-DIF-TERMINAL   PIC X(04).
000154         10  WS-DIF-MONEDA     PIC X(02).
000155         10  WS-DIF-APERTURA   PIC S9(09)V99 COMP-3.
000156         10  WS-DIF-INGRESOS   PIC S9(09)V99 COMP-3.
000157         10  WS-DIF-EGRESOS    PIC S9(09)V99 COMP-3.
000158         10  WS-DIF-CALCULADO  PIC S9(09)V99 COMP-3.
000159         10  WS-DIF-DECLARADO  PIC S9(09)V99 COMP-3.
000160         10  WS-DIF-IMPORTE    PIC S9(09)V99 COMP-3.
000161         10  WS-DIF-ESTADO     PIC X(01).
000162
000163**************************************
000164*   SUBTOTALES POR SUCURSAL Y        *
000165*   TOTALES GENERALES POR MONEDA     *
000166**************************************
000167
000168 77  WS-SUB-CAJAS     PIC 9(05)     VALUE ZEROS.
000169 77  WS-SUB-DIF-PES   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000170 77  WS-SUB-DIF-DOL   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000171 77  WS-TOT-DIF-PES   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000172 77  WS-TOT-DIF-DOL   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000173
000174***********************************
000175*       TITULOS Y DETALLES        *
000176***********************************
000177
000178 01  WS-TITULO.
000179     03  FILLER              PIC X(20)    VALUE  SPACES.
000180     03  FILLER              PIC X(38)    VALUE
000181      'ARQUEO DE CAJAS DE VENTANILLA         '.
000182     03  FILLER              PIC X(07)    VALUE 'FECHA: '.
000183     03  WS-TIT-FECHA        PIC 9(08)    VALUE ZEROS.
000184     03  FILLER              PIC X(59)    VALUE SPACES.
000185
000186 01  WS-SUBTITULO.
000187     03  FILLER              PIC X(20)    VALUE  SPACES.
000188     03  FILLER              PIC X(30)    VALUE
000189      'CAJAS CUYO EFECTIVO DECLARADO '.
000190     03  FILLER              PIC X(30)    VALUE
000191      'NO COINCIDE CON EL CALCULADO  '.
000192     03  FILLER              PIC X(52)    VALUE SPACES.
000193
000194 01  WS-LIN-SUCURSAL.
000195     03  FILLER    PIC X(02)    VALUE SPACES.
000196     03  FILLER    PIC X(10)    VALUE 'SUCURSAL: '.
000197     03  WS-LSU-NRO      PIC 9(02)    VALUE ZEROS.
000198     03  FILLER    PIC X(01)    VALUE SPACES.
000199     03  WS-LSU-NOMBRE   PIC X(20)    VALUE SPACES.
000200     03  FILLER    PIC X(97)    VALUE SPACES.
000201
000202 01  WS-LIN-CABECERA.
000203     03  FILLER    PIC X(02)    VALUE SPACES.
000204     03  FILLER    PIC X(14)    VALUE 'OPERADOR TERM '.
000205     03  FILLER    PIC X(03)    VALUE 'MON'.
000206     03  FILLER    PIC X(16)    VALUE '       APERTURA '.
000207     03  FILLER    PIC X(16)    VALUE '       INGRESOS '.
000208     03  FILLER    PIC X(16)    VALUE '        EGRESOS '.
000209     03  FILLER    PIC X(16)    VALUE '      CALCULADO '.
000210     03  FILLER    PIC X(16)    VALUE '      DECLARADO '.
000211     03  FILLER    PIC X(16)    VALUE '     DIFERENCIA '.
000212     03  FILLER    PIC X(11)    VALUE 'OBSERVACION'.
000213     03  FILLER    PIC X(06)    VALUE SPACES.
000214
000215 01  WS-LIN-DETALLE.
000216     03  FILLER    PIC X(02)    VALUE SPACES.
000217     03  WS-DET-OPERADOR  PIC X(08)    VALUE SPACES.
000218     03  FILLER    PIC X(01)    VALUE SPACES.
000219     03  WS-DET-TERMINAL  PIC X(04)    VALUE SPACES.
000220     03  FILLER    PIC X(01)    VALUE SPACES.
000221     03  WS-DET-MONEDA    PIC X(02)    VALUE SPACES.
000222     03  FILLER    PIC X(01)    VALUE SPACES.
000223     03  WS-DET-APERTURA  PIC -ZZZ.ZZZ.ZZ9,99.
000224     03  FILLER    PIC X(01)    VALUE SPACES.
000225     03  WS-DET-INGRESOS  PIC -ZZZ.ZZZ.ZZ9,99.
000226     03  FILLER    PIC X(01)    VALUE SPACES.
000227     03  WS-DET-EGRESOS   PIC -ZZZ.ZZZ.ZZ9,99.
000228     03  FILLER    PIC X(01)    VALUE SPACES.
000229     03  WS-DET-CALCULADO PIC -ZZZ.ZZZ.ZZ9,99.
000230     03  FILLER    PIC X(01)    VALUE SPACES.
000231     03  WS-DET-DECLARADO PIC -ZZZ.ZZZ.ZZ9,99.
000232     03  FILLER    PIC X(01)    VALUE SPACES.
000233     03  WS-DET-DIFERENCIA PIC -ZZZ.ZZZ.ZZ9,99.
000234     03  FILLER    PIC X(01)    VALUE SPACES.
000235     03  WS-DET-OBSERV    PIC X(10)    VALUE SPACES.
000236     03  FILLER    PIC X(07)    VALUE SPACES.
000237
000238 01  WS-LIN-SUBTOTAL.
000239     03  FILLER    PIC X(02)    VALUE SPACES.
000240     03  FILLER    PIC X(22)    VALUE 'CAJAS CON DIFERENCIA: '.
000241     03  WS-SUB-CANT      PIC ZZZZ9    VALUE ZEROS.
000242     03  FILLER    PIC X(22)    VALUE '   DIFERENCIA PESOS: '.
000243     03  WS-SUB-PESOS     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
000244     03  FILLER    PIC X(23)    VALUE '   DIFERENCIA DOLARES: '.
000245     03  WS-SUB-DOLARES   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
000246     03  FILLER    PIC X(22)    VALUE SPACES.
000247
000248 01  WS-LIN-SIN-DIF.
000249     03  FILLER    PIC X(02)    VALUE SPACES.
000250     03  FILLER    PIC X(40)    VALUE
000251      'TODAS LAS CAJAS DEL DIA CUADRAN         '.
000252     03  FILLER    PIC X(90)    VALUE SPACES.
000253
000254 01  WS-LIN-TOTAL.
000255     03  FILLER    PIC X(02)    VALUE SPACES.
000256     03  WS-TOT-TEXTO     PIC X(30)    VALUE SPACES.
000257     03  WS-TOT-CANT      PIC ZZZZZZZ9 VALUE ZEROS.
000258     03  FILLER    PIC X(92)    VALUE SPACES.
000259
000260 01  WS-LIN-TOTAL-IMP.
000261     03  FILLER    PIC X(02)    VALUE SPACES.
000262     03  WS-TIM-TEXTO     PIC X(30)    VALUE SPACES.
000263     03  WS-TIM-IMPORTE   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
000264     03  FILLER    PIC X(82)    VALUE SPACES.
000265
000266 01  WS-LIN-BLANCO    PIC X(132)   VALUE SPACES.
000267
000268 77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000269
000270***************************************************************.
000271 PROCEDURE DIVISION.
000272**************************************
000273*                                    *
000274*  CUERPO PRINCIPAL DEL PROGRAMA     *
000275*                                    *
000276**************************************
000277 MAIN-PROGRAM.
000278
000279     PERFORM 1000-I-INICIO  THRU 1000-F-INICIO.
000280
000281     PERFORM 2000-I-PROCESO THRU 2000-F-PROCESO
000282                            UNTIL WS-FIN-LECTURA.
000283
000284     IF RETURN-CODE EQUAL ZEROS
000285        PERFORM 5000-I-LISTAR THRU 5000-F-LISTAR
000286     END-IF.
000287
000288     PERFORM 9999-I-FINAL   THRU 9999-F-FINAL.
000289
000290 F-MAIN-PROGRAM. GOBACK.
000291
000292**************************************
000293*                                    *
000294*  CUERPO INICIO APERTURA ARCHIVOS   *
000295*                                    *
000296**************************************
000297 1000-I-INICIO.
000298
000299     SET WS-NO-FIN-LECTURA TO TRUE.
000300
000301     PERFORM 1100-I-LEER-RUNCTL THRU 1100-F-LEER-RUNCTL.
000302
000303     IF NOT WS-FIN-LECTURA
000304
000305        OPEN INPUT CAJA
000306        IF WS-CAJ-CODE IS NOT EQUAL '00'
000307           DISPLAY '* ERROR EN OPEN CAJA     = ' WS-CAJ-CODE
000308           MOVE 9999 TO RETURN-CODE
000309           SET  WS-FIN-LECTURA TO TRUE
000310        END-IF
000311
000312        OPEN OUTPUT LISTADO
000313        IF WS-LIS-CODE IS NOT EQUAL '00'
000314           DISPLAY '* ERROR EN OPEN LISTADO  = ' WS-LIS-CODE
000315           MOVE 9999 TO RETURN-CODE
000316           SET  WS-FIN-LECTURA TO TRUE
000317        END-IF
000318     END-IF.
000319
000320     IF NOT WS-FIN-LECTURA
000321        PERFORM 1300-I-CARGAR-SUCURSALES
000322           THRU 1300-F-CARGAR-SUCURSALES
000323        PERFORM 1500-I-POSICIONAR THRU 1500-F-POSICIONAR
000324     END-IF.
000325
000326 1000-F-INICIO.   EXIT.
000327
000328**************************************
000329*  FECHA OFICIAL DE PROCESO DESDE    *
000330*  EL CONTROL DE CORRIDA             *
000331**************************************
000332
000333 1100-I-LEER-RUNCTL.
000334
000335     OPEN INPUT RUNCTL.
000336
000337     IF WS-RUN-CODE NOT EQUAL '00'
000338        DISPLAY '* ERROR EN OPEN RUNCTL   = ' WS-RUN-CODE
000339        MOVE 9999 TO RETURN-CODE
000340        SET  WS-FIN-LECTURA TO TRUE
000341        GO TO 1100-F-LEER-RUNCTL
000342     END-IF.
000343
000344     READ RUNCTL.
000345     IF WS-RUN-CODE NOT EQUAL '00'
000346        DISPLAY '* ERROR EN LECTURA RUNCTL = ' WS-RUN-CODE
000347        MOVE 9999 TO RETURN-CODE
000348        SET  WS-FIN-LECTURA TO TRUE
000349        CLOSE RUNCTL
000350        GO TO 1100-F-LEER-RUNCTL
000351     END-IF.
000352
000353     MOVE RUN-FECHA-PROCESO TO WS-FECHA-PROCESO.
000354
000355     CLOSE RUNCTL.
000356
000357 1100-F-LEER-RUNCTL. EXIT.
000358
000359**************************************
000360*  CARGA DEL MAESTRO DE SUCURSALES   *
000361*  (OPCIONAL, PARA EL NOMBRE)        *
000362**************************************
000363
000364 1300-I-CARGAR-SUCURSALES.
000365
000366     OPEN INPUT SUCURSAL.
000367
000368     IF WS-SUC-CODE NOT EQUAL '00'
000369        DISPLAY '* AVISO: SIN MAESTRO DE SUCURSALES'
000370        GO TO 1300-F-CARGAR-SUCURSALES
000371     END-IF.
000372
000373     SET WS-NO-FIN-AUX TO TRUE.
000374     PERFORM 1350-I-LEER-SUCURSAL THRU 1350-F-LEER-SUCURSAL
000375        UNTIL WS-FIN-AUX.
000376
000377     CLOSE SUCURSAL.
000378
000379 1300-F-CARGAR-SUCURSALES. EXIT.
000380
000381 1350-I-LEER-SUCURSAL.
000382
000383     READ SUCURSAL
000384        AT END
000385           SET WS-FIN-AUX TO TRUE
000386        NOT AT END
000387           IF SUC-NRO IS NUMERIC
000388              IF WS-CONT-SUC < 99
000389                 ADD 1 TO WS-CONT-SUC
000390                 MOVE SUC-NRO    TO WS-SUC-NRO(WS-CONT-SUC)
000391                 MOVE SUC-NOMBRE TO WS-SUC-NOMBRE(WS-CONT-SUC)
000392              ELSE
000393                 DISPLAY '* TABLA DE SUCURSALES LLENA = ' SUC-NRO
000394              END-IF
000395           END-IF
000396     END-READ.
000397
000398 1350-F-LEER-SUCURSAL. EXIT.
000399
000400**************************************
000401*  POSICIONA CAJA19 EN LA PRIMERA    *
000402*  CAJA DEL DIA DE PROCESO (LA       *
000403*  FECHA ENCABEZA LA CLAVE)          *
000404**************************************
000405
000406 1500-I-POSICIONAR.
000407
000408     MOVE LOW-VALUES       TO CAJ-CLAVE.
000409     MOVE WS-FECHA-PROCESO TO CAJ-FECHA.
000410
000411     START CAJA KEY IS NOT LESS THAN CAJ-CLAVE.
000412
000413     EVALUATE WS-CAJ-CODE
000414       WHEN '00'
000415          PERFORM 3000-I-LEER-CAJA THRU 3000-F-LEER-CAJA
000416       WHEN '23'
000417          SET WS-FIN-LECTURA TO TRUE
000418       WHEN OTHER
000419          DISPLAY '* ERROR EN START CAJA    = ' WS-CAJ-CODE
000420          MOVE 9999 TO RETURN-CODE
000421          SET WS-FIN-LECTURA TO TRUE
000422     END-EVALUATE.
000423
000424 1500-F-POSICIONAR. EXIT.
000425
000426**************************************
000427*                                    *
000428*  CUERPO PRINCIPAL DE PROCESOS:     *
000429*  ARQUEO DE CADA CAJA DEL DIA       *
000430*                                    *
000431**************************************
000432 2000-I-PROCESO.
000433
000434     COMPUTE WS-CALCULADO = CAJ-APERTURA + CAJ-INGRESOS
000435                          - CAJ-EGRESOS.
000436
000437     IF CAJ-ESTADO EQUAL 'C'
000438        COMPUTE WS-DIFERENCIA = CAJ-DECLARADO - WS-CALCULADO
000439     ELSE
000440        COMPUTE WS-DIFERENCIA = ZERO - WS-CALCULADO
000441     END-IF.
000442
000443     EVALUATE TRUE
000444       WHEN CAJ-ESTADO NOT EQUAL 'C'
000445          ADD 1 TO WS-CONT-SIN-CIERRE
000446          PERFORM 4000-I-GUARDAR-DIFERENCIA
000447             THRU 4000-F-GUARDAR-DIFERENCIA
000448       WHEN WS-DIFERENCIA NOT EQUAL ZEROS
000449          ADD 1 TO WS-CONT-DIFERENCIA
000450          PERFORM 4000-I-GUARDAR-DIFERENCIA
000451             THRU 4000-F-GUARDAR-DIFERENCIA
000452       WHEN OTHER
000453          ADD 1 TO WS-CONT-CUADRADAS
000454     END-EVALUATE.
000455
000456     PERFORM 3000-I-LEER-CAJA THRU 3000-F-LEER-CAJA.
000457
000458 2000-F-PROCESO. EXIT.
000459
000460**************************************
000461*  LECTURA SECUENCIAL DE CAJA19      *
000462*  HASTA CAMBIAR DE FECHA            *
000463**************************************
000464
000465 3000-I-LEER-CAJA.
000466
000467     READ CAJA NEXT RECORD.
000468
000469     EVALUATE WS-CAJ-CODE
000470       WHEN '00'
000471          IF CAJ-FECHA NOT EQUAL WS-FECHA-PROCESO
000472             SET WS-FIN-LECTURA TO TRUE
000473          ELSE
000474             ADD 1 TO WS-CONT-LEIDAS
000475          END-IF
000476       WHEN '10'
000477          SET WS-FIN-LECTURA TO TRUE
000478       WHEN OTHER
000479          DISPLAY '* ERROR EN LECTURA CAJA  = ' WS-CAJ-CODE
000480          MOVE 9999 TO RETURN-CODE
000481          SET WS-FIN-LECTURA TO TRUE
000482     END-EVALUATE.
000483
000484 3000-F-LEER-CAJA. EXIT.
000485
000486**************************************
000487*  GUARDA LA CAJA CON DIFERENCIA     *
000488*  PARA EL LISTADO POR SUCURSAL      *
000489**************************************
000490
000491 4000-I-GUARDAR-DIFERENCIA.
000492
000493     IF WS-CONT-DIF NOT LESS THAN 999
000494        DISPLAY '* TABLA DE CAJAS CON DIFERENCIA LLENA'
000495        MOVE 0016 TO RETURN-CODE
000496        SET WS-FIN-LECTURA TO TRUE
000497        GO TO 4000-F-GUARDAR-DIFERENCIA
000498     END-IF.
000499
000500     ADD 1 TO WS-CONT-DIF.
000501     SET WS-IDX-DIF TO WS-CONT-DIF.
000502
000503     MOVE CAJ-SUCURSAL   TO WS-DIF-SUC(WS-IDX-DIF).
000504     MOVE CAJ-OPERADOR   TO WS-DIF-OPERADOR(WS-IDX-DIF).
000505     MOVE CAJ-TERMINAL   TO WS-DIF-TERMINAL(WS-IDX-DIF).
000506     MOVE CAJ-MONEDA     TO WS-DIF-MONEDA(WS-IDX-DIF).
000507     MOVE CAJ-APERTURA   TO WS-DIF-APERTURA(WS-IDX-DIF).
000508     MOVE CAJ-INGRESOS   TO WS-DIF-INGRESOS(WS-IDX-DIF).
000509     MOVE CAJ-EGRESOS    TO WS-DIF-EGRESOS(WS-IDX-DIF).
000510     MOVE WS-CALCULADO   TO WS-DIF-CALCULADO(WS-IDX-DIF).
000511     MOVE WS-DIFERENCIA  TO WS-DIF-IMPORTE(WS-IDX-DIF).
000512     MOVE CAJ-ESTADO     TO WS-DIF-ESTADO(WS-IDX-DIF).
000513
000514     IF CAJ-ESTADO EQUAL 'C'
000515        MOVE CAJ-DECLARADO TO WS-DIF-DECLARADO(WS-IDX-DIF)
000516     ELSE
000517        MOVE ZEROS         TO WS-DIF-DECLARADO(WS-IDX-DIF)
000518     END-IF.
000519
000520 4000-F-GUARDAR-DIFERENCIA. EXIT.
000521
000522**************************************
000523*                                    *
000524*  LISTADO DE LAS CAJAS CON          *
000525*  DIFERENCIA, SUCURSAL POR          *
000526*  SUCURSAL                          *
000527*                                    *
000528**************************************
000529
000530 5000-I-LISTAR.
000531
000532     MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA.
000533     WRITE REG-LISTADO FROM WS-TITULO.
000534     WRITE REG-LISTADO FROM WS-SUBTITULO.
000535     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
000536
000537     IF WS-CONT-DIF EQUAL ZEROS
000538        WRITE REG-LISTADO FROM WS-LIN-SIN-DIF
000539     ELSE
000540        MOVE 1 TO WS-SUC-ACTUAL
000541        PERFORM 5100-I-LISTAR-SUCURSAL THRU 5100-F-LISTAR-SUCURSAL
000542           UNTIL WS-SUC-ACTUAL > 99
000543     END-IF.
000544
000545     PERFORM 7000-I-TOTALES THRU 7000-F-TOTALES.
000546
000547 5000-F-LISTAR. EXIT.
000548
000549**************************************
000550*  CAJAS CON DIFERENCIA DE LA        *
000551*  SUCURSAL WS-SUC-ACTUAL            *
000552**************************************
000553
000554 5100-I-LISTAR-SUCURSAL.
000555
000556     SET WS-SUC-NO-LISTADA TO TRUE.
000557     MOVE ZEROS TO WS-SUB-CAJAS.
000558     MOVE ZEROS TO WS-SUB-DIF-PES.
000559     MOVE ZEROS TO WS-SUB-DIF-DOL.
000560
000561     SET WS-IDX-DIF TO 1.
000562     PERFORM 5200-I-LISTAR-CAJA THRU 5200-F-LISTAR-CAJA
000563        UNTIL WS-IDX-DIF > WS-CONT-DIF.
000564
000565     IF WS-SUC-LISTADA
000566        MOVE WS-SUB-CAJAS   TO WS-SUB-CANT
000567        MOVE WS-SUB-DIF-PES TO WS-SUB-PESOS
000568        MOVE WS-SUB-DIF-DOL TO WS-SUB-DOLARES
000569        WRITE REG-LISTADO FROM WS-LIN-SUBTOTAL
000570        WRITE REG-LISTADO FROM WS-LIN-BLANCO
000571     END-IF.
000572
000573     ADD 1 TO WS-SUC-ACTUAL.
000574
000575 5100-F-LISTAR-SUCURSAL. EXIT.
000576
000577 5200-I-LISTAR-CAJA.
000578
000579     IF WS-DIF-SUC(WS-IDX-DIF) NOT EQUAL WS-SUC-ACTUAL
000580        SET WS-IDX-DIF UP BY 1
000581        GO TO 5200-F-LISTAR-CAJA
000582     END-IF.
000583
000584     IF WS-SUC-NO-LISTADA
000585        MOVE WS-SUC-ACTUAL TO WS-BUSCA-SUC
000586        PERFORM 7800-I-NOMBRE-SUCURSAL
000587           THRU 7800-F-NOMBRE-SUCURSAL
000588        MOVE WS-BUSCA-SUC     TO WS-LSU-NRO
000589        MOVE WS-SUC-NOMBRE-ED TO WS-LSU-NOMBRE
000590        WRITE REG-LISTADO FROM WS-LIN-SUCURSAL
000591        WRITE REG-LISTADO FROM WS-LIN-CABECERA
000592        SET WS-SUC-LISTADA TO TRUE
000593     END-IF.
000594
000595     MOVE WS-DIF-OPERADOR(WS-IDX-DIF)  TO WS-DET-OPERADOR.
000596     MOVE WS-DIF-TERMINAL(WS-IDX-DIF)  TO WS-DET-TERMINAL.
000597     MOVE WS-DIF-MONEDA(WS-IDX-DIF)    TO WS-DET-MONEDA.
000598     MOVE WS-DIF-APERTURA(WS-IDX-DIF)  TO WS-DET-APERTURA.
000599     MOVE WS-DIF-INGRESOS(WS-IDX-DIF)  TO WS-DET-INGRESOS.
000600     MOVE WS-DIF-EGRESOS(WS-IDX-DIF)   TO WS-DET-EGRESOS.
000601     MOVE WS-DIF-CALCULADO(WS-IDX-DIF) TO WS-DET-CALCULADO.
000602     MOVE WS-DIF-DECLARADO(WS-IDX-DIF) TO WS-DET-DECLARADO.
000603     MOVE WS-DIF-IMPORTE(WS-IDX-DIF)   TO WS-DET-DIFERENCIA.
000604
000605     EVALUATE TRUE
000606       WHEN WS-DIF-ESTADO(WS-IDX-DIF) NOT EQUAL 'C'
000607          MOVE 'SIN CIERRE' TO WS-DET-OBSERV
000608       WHEN WS-DIF-IMPORTE(WS-IDX-DIF) LESS THAN ZEROS
000609          MOVE 'FALTANTE'   TO WS-DET-OBSERV
000610       WHEN OTHER
000611          MOVE 'SOBRANTE'   TO WS-DET-OBSERV
000612     END-EVALUATE.
000613
000614     WRITE REG-LISTADO FROM WS-LIN-DETALLE.
000615
000616     ADD 1 TO WS-SUB-CAJAS.
000617
000618     IF WS-DIF-MONEDA(WS-IDX-DIF) EQUAL '02'
000619        ADD WS-DIF-IMPORTE(WS-IDX-DIF) TO WS-SUB-DIF-DOL
000620                                          WS-TOT-DIF-DOL
000621     ELSE
000622        ADD WS-DIF-IMPORTE(WS-IDX-DIF) TO WS-SUB-DIF-PES
000623                                          WS-TOT-DIF-PES
000624     END-IF.
000625
000626     SET WS-IDX-DIF UP BY 1.
000627
000628 5200-F-LISTAR-CAJA. EXIT.
000629
000630**************************************
000631*  RESUMEN FINAL DEL ARQUEO          *
000632**************************************
000633
000634 7000-I-TOTALES.
000635
000636     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
000637
000638     MOVE 'CAJAS DEL DIA ARQUEADAS     : ' TO WS-TOT-TEXTO.
000639     MOVE WS-CONT-LEIDAS                   TO WS-TOT-CANT.
000640     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
000641
000642     MOVE 'CAJAS CUADRADAS             : ' TO WS-TOT-TEXTO.
000643     MOVE WS-CONT-CUADRADAS                TO WS-TOT-CANT.
000644     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
000645
000646     MOVE 'CAJAS CERRADAS CON DIFERENCIA:' TO WS-TOT-TEXTO.
000647     MOVE WS-CONT-DIFERENCIA               TO WS-TOT-CANT.
000648     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
000649
000650     MOVE 'CAJAS SIN CIERRE            : ' TO WS-TOT-TEXTO.
000651     MOVE WS-CONT-SIN-CIERRE               TO WS-TOT-CANT.
000652     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
000653
000654     MOVE 'DIFERENCIA TOTAL EN PESOS   : ' TO WS-TIM-TEXTO.
000655     MOVE WS-TOT-DIF-PES                   TO WS-TIM-IMPORTE.
000656     WRITE REG-LISTADO FROM WS-LIN-TOTAL-IMP.
000657
000658     MOVE 'DIFERENCIA TOTAL EN DOLARES : ' TO WS-TIM-TEXTO.
000659     MOVE WS-TOT-DIF-DOL                   TO WS-TIM-IMPORTE.
000660     WRITE REG-LISTADO FROM WS-LIN-TOTAL-IMP.
000661
000662 7000-F-TOTALES. EXIT.
000663
000664**************************************
000665*  NOMBRE DE LA SUCURSAL             *
000666*  WS-BUSCA-SUC                      *
000667**************************************
000668
000669 7800-I-NOMBRE-SUCURSAL.
000670
000671     MOVE 'SUCURSAL DESCONOCIDA' TO WS-SUC-NOMBRE-ED.
000672     SET WS-IDX-SUC TO 1.
000673     SET WS-NO-ENCONTRO TO TRUE.
000674
000675     PERFORM 7850-I-COMPARAR-SUCURSAL
000676        THRU 7850-F-COMPARAR-SUCURSAL
000677        UNTIL WS-IDX-SUC > WS-CONT-SUC OR WS-ENCONTRO.
000678
000679 7800-F-NOMBRE-SUCURSAL. EXIT.
000680
000681 7850-I-COMPARAR-SUCURSAL.
000682
000683     IF WS-SUC-NRO(WS-IDX-SUC) EQUAL WS-BUSCA-SUC
000684        MOVE WS-SUC-NOMBRE(WS-IDX-SUC) TO WS-SUC-NOMBRE-ED
000685        SET WS-ENCONTRO TO TRUE
000686     ELSE
000687        SET WS-IDX-SUC UP BY 1
000688     END-IF.
000689
000690 7850-F-COMPARAR-SUCURSAL. EXIT.
000691
000692**************************************
000693*                                    *
000694*  CUERPO FINAL CIERRE DE FILES      *
000695*                                    *
000696**************************************
000697 9999-I-FINAL.
000698
000699     CLOSE CAJA
000700        IF WS-CAJ-CODE IS NOT EQUAL '00'
000701          DISPLAY '* ERROR EN CLOSE CAJA     = ' WS-CAJ-CODE
000702          MOVE 9999 TO RETURN-CODE
000703       END-IF.
000704
000705     CLOSE LISTADO
000706        IF WS-LIS-CODE IS NOT EQUAL '00'
000707          DISPLAY '* ERROR EN CLOSE LISTADO  = ' WS-LIS-CODE
000708          MOVE 9999 TO RETURN-CODE
000709       END-IF.
000710
000711     DISPLAY 'CAJAS DEL DIA ARQUEADAS     : ' WS-CONT-LEIDAS.
000712     DISPLAY 'CAJAS CUADRADAS             : ' WS-CONT-CUADRADAS.
000713     DISPLAY 'CAJAS CERRADAS CON DIFERENCIA: ' WS-CONT-DIFERENCIA.
000714     DISPLAY 'CAJAS SIN CIERRE            : ' WS-CONT-SIN-CIERRE.
000715
000716 9999-F-FINAL. EXIT.

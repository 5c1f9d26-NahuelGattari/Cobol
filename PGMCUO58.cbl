000001 IDENTIFICATION DIVISION.
000002*                                                        *
000003 PROGRAM-ID. PGMCUO58.
000004**********************************************************
000005*                                                        *
000006*  PROGRAMA PARA SQL EMBEBIDO                            *
000007*  COBRANZA DE CUOTAS DE PRESTAMOS                       *
000008*                                                        *
000009*  CORRE CADA NOCHE SOLO EN DIAS HABILES (CALENDARIO DE  *
000010*  PGMRUT). RECORRE EL CUADRO DE CUOTAS19 Y PARA CADA    *
000011*  CUOTA PENDIENTE O EN MORA CON VENCIMIENTO ALCANZADO:  *
000012*                                                        *
000013*    - DEVENGA EL PUNITORIO SOBRE EL TOTAL DE LA CUOTA   *
000014*      DESDE EL VENCIMIENTO (O DESDE LA ULTIMA FECHA     *
000015*      YA CALCULADA) HASTA HOY, EN DIAS COMERCIALES      *
000016*      30/360, A LA TASA PUNITORIA (UN PORCENTAJE DE LA  *
000017*      TASA DEL PRESTAMO)                                *
000018*    - DEBITA LA CUOTA MAS EL PUNITORIO DE LA CUENTA DEL *
000019*      PRESTAMO EN TBCUENTAS CON CONTROL DE SALDO (MISMA *
000020*      REGLA QUE T227) Y DEJA LOS MOVIMIENTOS EN         *
000021*      MOVCTA19: 'PQ' POR LA CUOTA Y 'PP' POR EL         *
000022*      PUNITORIO (PGMMOV34 LOS PASA COMO 79 Y 80 A LA    *
000023*      HISTORIA). LA CUOTA QUEDA COBRADA Y EL PRESTAMO   *
000024*      BAJA SU SALDO DE CAPITAL; CON LA ULTIMA CUOTA     *
000025*      QUEDA CANCELADO                                   *
000026*    - SI NO HAY SALDO LA CUOTA Y EL PRESTAMO QUEDAN EN  *
000027*      MORA Y NO SE INTENTAN LAS CUOTAS SIGUIENTES DEL   *
000028*      MISMO PRESTAMO EN ESTA CORRIDA                    *
000029*                                                        *
000030*  CADA CUOTA ES UNA UNIDAD DE TRABAJO (COMMIT). EL      *
000031*  INFORME LISTA LAS CUOTAS COBRADAS Y LAS QUE QUEDARON  *
000032*  EN MORA                                               *
000033*                                                        *
000034*  PARAMETROS (DDPAR, OPCIONAL): PORCENTAJE DE LA TASA   *
000035*  DEL PRESTAMO QUE SE APLICA COMO TASA PUNITORIA        *
000036*                                                        *
000037**********************************************************
000038*      MANTENIMIENTO DE PROGRAMA                         *
000039**********************************************************
000040*  FECHA      *       DETALLE        *
000041**************************************
000042* 15/10/2026  * COBRANZA NOCTURNA DE *
000043*             * CUOTAS DE PRESTAMOS  *
000044**************************************
000045 AUTHOR. NAHUEL GATTARI.
000046 ENVIRONMENT DIVISION.
000047 CONFIGURATION SECTION.
000048 SPECIAL-NAMES.
000049     DECIMAL-POINT IS COMMA.
000050
000051 INPUT-OUTPUT SECTION.
000052 FILE-CONTROL.
000053
000054       SELECT CUOTAS   ASSIGN DDCUO
000055       ORGANIZATION   IS INDEXED
000056       ACCESS IS SEQUENTIAL
000057       RECORD KEY IS CUO-CLAVE
000058       FILE STATUS IS WS-CUO-CODE.
000059
000060       SELECT PRESTAMO ASSIGN DDPRE
000061       ORGANIZATION   IS INDEXED
000062       ACCESS IS RANDOM
000063       RECORD KEY IS PRE-NRO-PRESTAMO
000064       FILE STATUS IS WS-PRE-CODE.
000065
000066       SELECT MOVCTA   ASSIGN DDMOV
000067              FILE STATUS IS WS-MOV-CODE.
000068
000069       SELECT LISTADO  ASSIGN DDLIS
000070              FILE STATUS IS WS-LIS-CODE.
000071
000072       SELECT PARAMS   ASSIGN DDPAR
000073              FILE STATUS IS WS-PAR-CODE.
000074
000075       SELECT RUNCTL   ASSIGN DDRUN
000076              FILE STATUS IS WS-RUN-CODE.
000077
000078 DATA DIVISION.
000079 FILE SECTION.
000080 FD CUOTAS.
000081
000082     COPY CPCUOTA.
000083
000084 FD PRESTAMO.
000085
000086     COPY CPPRESTA.
000087
000088 FD MOVCTA
000089      BLOCK CONTAINS 0 RECORDS
000090      RECORDING MODE IS F.
000091
000092     COPY CPMOVCTA.
000093
000094 FD LISTADO
000095      BLOCK CONTAINS 0 RECORDS
000096      RECORDING MODE IS F.
000097
000098 01 REG-LISTADO     PIC X(132).
000099
000100 FD PARAMS
000101      BLOCK CONTAINS 0 RECORDS
000102      RECORDING MODE IS F.
000103
000104 01  REG-PARAMS.
000105     03  PAR-PORC-PUNIT   PIC 9(03)V99.
000106     03  FILLER           PIC X(75).
000107
000108 FD RUNCTL
000109      BLOCK CONTAINS 0 RECORDS
000110      RECORDING MODE IS F.
000111
000112     COPY CPRUNCTL.
000113
000114**************************************
000115 WORKING-STORAGE SECTION.
000116**************************************
000117 77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000118 77  WS-CUO-CODE      PIC XX    VALUE SPACES.
000119 77  WS-PRE-CODE      PIC XX    VALUE SPACES.
000120 77  WS-MOV-CODE      PIC XX    VALUE SPACES.
000121 77  WS-LIS-CODE      PIC XX    VALUE SPACES.
000122 77  WS-PAR-CODE      PIC XX    VALUE SPACES.
000123 77  WS-RUN-CODE      PIC XX    VALUE SPACES.
000124 77  FS-SQLCODE       PIC -999  VALUE ZEROS.
000125 77  WS-PGMRUT        PIC X(8)  VALUE 'PGMRUT'.
000126
000127************
000128*CONTADORES*
000129************
000130 77  WS-CONT-LEIDAS       PIC 9(8)     VALUE ZEROS.
000131 77  WS-CONT-COBRADAS     PIC 9(8)     VALUE ZEROS.
000132 77  WS-CONT-MORA         PIC 9(8)     VALUE ZEROS.
000133 77  WS-CONT-CANCELADOS   PIC 9(8)     VALUE ZEROS.
000134
000135 01  WS-TOTAL-CUOTAS      PIC S9(13)V99 COMP-3 VALUE ZEROS.
000136 01  WS-TOTAL-PUNITORIOS  PIC S9(13)V99 COMP-3 VALUE ZEROS.
000137 01  WS-TOTAL-MORA        PIC S9(13)V99 COMP-3 VALUE ZEROS.
000138
000139********************
000140*      FLAGS       *
000141********************
000142
000143 01  WS-STATUS-FIN    PIC X.
000144     88  WS-FIN-LECTURA         VALUE 'Y'.
000145     88  WS-NO-FIN-LECTURA      VALUE 'N'.
000146
000147 01  WS-SW-COBRO      PIC X     VALUE 'S'.
000148     88  WS-COBRO-OK            VALUE 'S'.
000149     88  WS-COBRO-FALLO         VALUE 'N'.
000150
000151**************************************
000152*   PARAMETRO POR DEFECTO: LA TASA   *
000153*   PUNITORIA ES EL 50% DE LA TASA   *
000154*   DEL PRESTAMO                     *
000155**************************************
000156
000157 77  WS-PORC-PUNIT    PIC 9(03)V99         VALUE 50.
000158
000159**************************************
000160*   CALCULO DEL COBRO                *
000161**************************************
000162
000163 01  WS-TASA-PUNIT        PIC 9(03)V9(06) COMP-3 VALUE ZEROS.
000164 01  WS-PUNIT-DIA         PIC S9(09)V99 COMP-3 VALUE ZEROS.
000165 01  WS-COBRO-TOTAL       PIC S9(09)V99 COMP-3 VALUE ZEROS.
000166 77  WS-DIAS              PIC S9(07)   VALUE ZEROS.
000167 77  WS-MOV-TIPO          PIC X(02)    VALUE SPACES.
000168 01  WS-MOV-IMPORTE       PIC S9(09)V99 COMP-3 VALUE ZEROS.
000169
000170*    PRESTAMO CON UNA CUOTA IMPAGA EN ESTA CORRIDA: SUS
000171*    CUOTAS SIGUIENTES NO SE INTENTAN
000172
000173 77  WS-PRESTAMO-MORA     PIC 9(08)    VALUE ZEROS.
000174
000175**************************************
000176*   MOTIVO DE LA FALLA               *
000177**************************************
000178
000179 77  WS-MOTIVO            PIC X(20)    VALUE SPACES.
000180
000181**************************************
000182*   SERIE COMERCIAL 30/360           *
000183**************************************
000184
000185 01  WS-FECHA-SERIE       PIC 9(08)    VALUE ZEROS.
000186 01  WS-FECHA-SERIE-R REDEFINES WS-FECHA-SERIE.
000187     03  WS-SER-AAAA      PIC 9(04).
000188     03  WS-SER-MM        PIC 9(02).
000189     03  WS-SER-DD        PIC 9(02).
000190
000191 77  WS-SERIE-1           PIC S9(09)   VALUE ZEROS.
000192 77  WS-SERIE-2           PIC S9(09)   VALUE ZEROS.
000193 77  WS-DIA-TOPE          PIC 9(02)    VALUE ZEROS.
000194
000195**************************************
000196*   FECHA DE PROCESO Y SU FORMATO    *
000197*   CON GUIONES (COMO GRABA T227)    *
000198**************************************
000199
000200 01  WS-FECHA-PROCESO     PIC 9(08)    VALUE ZEROS.
000201 01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
000202     03  WS-PRO-AAAA      PIC X(04).
000203     03  WS-PRO-MM        PIC X(02).
000204     03  WS-PRO-DD        PIC X(02).
000205
000206 01  WS-FECHA-GUION.
000207     03  WS-GUI-DD        PIC X(02)    VALUE SPACES.
000208     03  FILLER           PIC X(01)    VALUE '-'.
000209     03  WS-GUI-MM        PIC X(02)    VALUE SPACES.
000210     03  FILLER           PIC X(01)    VALUE '-'.
000211     03  WS-GUI-AAAA      PIC X(04)    VALUE SPACES.
000212
000213**************************************
000214*   COMUNICACION CON PGMRUT          *
000215**************************************
000216
000217  01  LK-AREA.
000218      03  LK-FECHA.
000219          05  SIGLO-ANIO.
000220              07 LK-SIGLO    PIC 99.
000221              07 LK-ANIO     PIC 99.
000222          05 LK-MES      PIC 99.
000223          05 LK-DIA      PIC 99.
000224      03  LK-FUNCION     PIC X(01).
000225      03  LK-RESULTADO   PIC X(01).
000226      03  LK-FECHA-HABIL PIC 9(08).
000227      03  FILLER         PIC X(12).
000228
000229***********************************
000230*       TITULO Y DETALLE          *
000231***********************************
000232
000233 01  WS-TITULO.
000234     03  FILLER              PIC X(20)    VALUE  SPACES.
000235     03  FILLER              PIC X(34)    VALUE
000236      'COBRANZA DE CUOTAS DE PRESTAMOS   '.
000237     03  FILLER              PIC X(07)    VALUE 'FECHA: '.
000238     03  WS-TIT-FECHA        PIC 9(08)    VALUE ZEROS.
000239     03  FILLER              PIC X(63)    VALUE SPACES.
000240
000241 01  WS-LIN-DETALLE.
000242     03  FILLER    PIC X(02)    VALUE SPACES.
000243     03  FILLER    PIC X(07)    VALUE 'PREST. '.
000244     03  WS-DET-PRESTAMO PIC 9(08)    VALUE ZEROS.
000245     03  FILLER    PIC X(01)    VALUE '/'.
000246     03  WS-DET-CUOTA    PIC 9(03)    VALUE ZEROS.
000247     03  FILLER    PIC X(02)    VALUE SPACES.
000248     03  WS-DET-CUENTA   PIC X(17)    VALUE SPACES.
000249     03  FILLER    PIC X(02)    VALUE SPACES.
000250     03  WS-DET-VTO      PIC 9(08)    VALUE ZEROS.
000251     03  FILLER    PIC X(02)    VALUE SPACES.
000252     03  WS-DET-TOTAL    PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
000253     03  FILLER    PIC X(02)    VALUE SPACES.
000254     03  WS-DET-PUNIT    PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
000255     03  FILLER    PIC X(02)    VALUE SPACES.
000256     03  WS-DET-RESULT   PIC X(20)    VALUE SPACES.
000257     03  FILLER    PIC X(27)    VALUE SPACES.
000258
000259 77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000260
000261**************************************
000262*     AREA DE COMUNICACION DB2       *
000263**************************************
000264
000265      EXEC SQL
000266        INCLUDE SQLCA
000267      END-EXEC.
000268
000269      EXEC SQL
000270        INCLUDE TBCUE
000271      END-EXEC.
000272
000273***************************************************************.
000274 PROCEDURE DIVISION.
000275**************************************
000276*                                    *
000277*  CUERPO PRINCIPAL DEL PROGRAMA     *
000278*                                    *
000279**************************************
000280 MAIN-PROGRAM.
000281
000282     PERFORM 1000-I-INICIO  THRU 1000-F-INICIO.
000283
000284     PERFORM 2000-I-PROCESO THRU 2000-F-PROCESO
000285                            UNTIL WS-FIN-LECTURA.
000286
000287     PERFORM 9999-I-FINAL   THRU 9999-F-FINAL.
000288
000289 F-MAIN-PROGRAM. GOBACK.
000290
000291**************************************
000292*                                    *
000293*  CUERPO INICIO APERTURA ARCHIVOS   *
000294*                                    *
000295**************************************
000296 1000-I-INICIO.
000297
000298     SET WS-NO-FIN-LECTURA TO TRUE.
000299
000300     PERFORM 1100-I-LEER-RUNCTL THRU 1100-F-LEER-RUNCTL.
000301
000302     IF NOT WS-FIN-LECTURA
000303
000304        OPEN I-O CUOTAS
000305        IF WS-CUO-CODE IS NOT EQUAL '00'
000306           DISPLAY '* ERROR EN OPEN CUOTAS   = ' WS-CUO-CODE
000307           MOVE 9999 TO RETURN-CODE
000308           SET  WS-FIN-LECTURA TO TRUE
000309        END-IF
000310
000311        OPEN I-O PRESTAMO
000312        IF WS-PRE-CODE IS NOT EQUAL '00'
000313           DISPLAY '* ERROR EN OPEN PRESTAMO = ' WS-PRE-CODE
000314           MOVE 9999 TO RETURN-CODE
000315           SET  WS-FIN-LECTURA TO TRUE
000316        END-IF
000317
000318        OPEN EXTEND MOVCTA
000319        IF WS-MOV-CODE IS NOT EQUAL '00'
000320           DISPLAY '* ERROR EN OPEN MOVCTA   = ' WS-MOV-CODE
000321           MOVE 9999 TO RETURN-CODE
000322           SET  WS-FIN-LECTURA TO TRUE
000323        END-IF
000324
000325        OPEN OUTPUT LISTADO
000326        IF WS-LIS-CODE IS NOT EQUAL '00'
000327           DISPLAY '* ERROR EN OPEN LISTADO  = ' WS-LIS-CODE
000328           MOVE 9999 TO RETURN-CODE
000329           SET  WS-FIN-LECTURA TO TRUE
000330        END-IF
000331     END-IF.
000332
000333     IF NOT WS-FIN-LECTURA
000334        MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA
000335        WRITE REG-LISTADO FROM WS-TITULO
000336        PERFORM 1200-I-LEER-PARAMETROS THRU 1200-F-LEER-PARAMETROS
000337        PERFORM 1300-I-DIA-HABIL THRU 1300-F-DIA-HABIL
000338     END-IF.
000339
000340     IF NOT WS-FIN-LECTURA
000341        PERFORM 3000-I-LEER-CUOTA THRU 3000-F-LEER-CUOTA
000342     END-IF.
000343
000344 1000-F-INICIO.   EXIT.
000345
000346**************************************
000347*  FECHA OFICIAL DE PROCESO DESDE    *
000348*  EL CONTROL DE CORRIDA             *
000349**************************************
000350
000351 1100-I-LEER-RUNCTL.
000352
000353     OPEN INPUT RUNCTL.
000354
000355     IF WS-RUN-CODE NOT EQUAL '00'
000356        DISPLAY '* ERROR EN OPEN RUNCTL   = ' WS-RUN-CODE
000357        MOVE 9999 TO RETURN-CODE
000358        SET  WS-FIN-LECTURA TO TRUE
000359        GO TO 1100-F-LEER-RUNCTL
000360     END-IF.
000361
000362     READ RUNCTL.
000363     IF WS-RUN-CODE NOT EQUAL '00'
000364        DISPLAY '* ERROR EN LECTURA RUNCTL = ' WS-RUN-CODE
000365        MOVE 9999 TO RETURN-CODE
000366        SET  WS-FIN-LECTURA TO TRUE
000367        CLOSE RUNCTL
000368        GO TO 1100-F-LEER-RUNCTL
000369     END-IF.
000370
000371     MOVE RUN-FECHA-PROCESO TO WS-FECHA-PROCESO.
000372     MOVE WS-PRO-DD   TO WS-GUI-DD.
000373     MOVE WS-PRO-MM   TO WS-GUI-MM.
000374     MOVE WS-PRO-AAAA TO WS-GUI-AAAA.
000375
000376     CLOSE RUNCTL.
000377
000378 1100-F-LEER-RUNCTL. EXIT.
000379
000380**************************************
000381*  TARJETA DE PARAMETROS (OPCIONAL;  *
000382*  SIN ELLA RIGE EL PORCENTAJE POR   *
000383*  DEFECTO)                          *
000384**************************************
000385
000386 1200-I-LEER-PARAMETROS.
000387
000388     OPEN INPUT PARAMS.
000389
000390     IF WS-PAR-CODE NOT EQUAL '00'
000391        DISPLAY '* AVISO: SIN TARJETA DE PARAMETROS, RIGEN LOS'
000392                ' VALORES POR DEFECTO'
000393        GO TO 1200-F-LEER-PARAMETROS
000394     END-IF.
000395
000396     READ PARAMS.
000397
000398     IF WS-PAR-CODE EQUAL '00'
000399        IF PAR-PORC-PUNIT IS NUMERIC
000400           MOVE PAR-PORC-PUNIT TO WS-PORC-PUNIT
000401        END-IF
000402     END-IF.
000403
000404     CLOSE PARAMS.
000405
000406 1200-F-LEER-PARAMETROS. EXIT.
000407
000408**************************************
000409*  LA COBRANZA SOLO CORRE EN DIA     *
000410*  HABIL (CALENDARIO DE PGMRUT); LO  *
000411*  VENCIDO EN FERIADO SE COBRA EL    *
000412*  HABIL SIGUIENTE                   *
000413**************************************
000414
000415 1300-I-DIA-HABIL.
000416
000417     MOVE SPACES TO LK-AREA.
000418     MOVE WS-FECHA-PROCESO(1:2) TO LK-SIGLO.
000419     MOVE WS-FECHA-PROCESO(3:2) TO LK-ANIO.
000420     MOVE WS-FECHA-PROCESO(5:2) TO LK-MES.
000421     MOVE WS-FECHA-PROCESO(7:2) TO LK-DIA.
000422     MOVE 'B' TO LK-FUNCION.
000423
000424     CALL WS-PGMRUT USING LK-AREA.
000425
000426     IF RETURN-CODE NOT EQUAL ZEROS
000427        DISPLAY 'ERROR RUTINA FECHA: ' RETURN-CODE
000428        MOVE ZEROS TO RETURN-CODE
000429        GO TO 1300-F-DIA-HABIL
000430     END-IF.
000431
000432     IF LK-RESULTADO EQUAL 'N'
000433        DISPLAY '* AVISO: ' WS-FECHA-PROCESO
000434                ' NO ES DIA HABIL, NO SE COBRAN CUOTAS'
000435        SET WS-FIN-LECTURA TO TRUE
000436     END-IF.
000437
000438 1300-F-DIA-HABIL. EXIT.
000439
000440**************************************
000441*                                    *
000442*  CUERPO PRINCIPAL DE PROCESOS      *
000443*                                    *
000444**************************************
000445 2000-I-PROCESO.
000446
000447     IF CUO-NRO-PRESTAMO EQUAL WS-PRESTAMO-MORA
000448        GO TO 2000-A-SIGUIENTE
000449     END-IF.
000450
000451     IF (CUO-ESTADO EQUAL 'P' OR CUO-ESTADO EQUAL 'M')
000452        AND CUO-FECHA-VTO NOT GREATER WS-FECHA-PROCESO
000453        PERFORM 4000-I-COBRAR THRU 4000-F-COBRAR
000454     END-IF.
000455
000456 2000-A-SIGUIENTE.
000457
000458     PERFORM 3000-I-LEER-CUOTA THRU 3000-F-LEER-CUOTA.
000459
000460 2000-F-PROCESO. EXIT.
000461
000462**************************************
000463* LECTURA DEL CUADRO DE CUOTAS       *
000464**************************************
000465
000466 3000-I-LEER-CUOTA.
000467
000468     IF WS-FIN-LECTURA
000469        GO TO 3000-F-LEER-CUOTA
000470     END-IF.
000471
000472     READ CUOTAS.
000473
000474     EVALUATE WS-CUO-CODE
000475       WHEN '00'
000476          ADD 1 TO WS-CONT-LEIDAS
000477       WHEN '10'
000478          SET WS-FIN-LECTURA TO TRUE
000479       WHEN OTHER
000480          DISPLAY '* ERROR EN LECTURA CUOTAS = ' WS-CUO-CODE
000481          MOVE 9999 TO RETURN-CODE
000482          SET WS-FIN-LECTURA TO TRUE
000483     END-EVALUATE.
000484
000485 3000-F-LEER-CUOTA. EXIT.
000486
000487**************************************
000488*  COBRO DE UNA CUOTA VENCIDA:       *
000489*  PUNITORIO, DEBITO, MOVIMIENTOS Y  *
000490*  ACTUALIZACION DEL PRESTAMO        *
000491**************************************
000492
000493 4000-I-COBRAR.
000494
000495     SET WS-COBRO-OK TO TRUE.
000496     MOVE SPACES TO WS-MOTIVO.
000497
000498     MOVE CUO-NRO-PRESTAMO TO PRE-NRO-PRESTAMO.
000499
000500     READ PRESTAMO.
000501
000502     EVALUATE WS-PRE-CODE
000503       WHEN '00'
000504          CONTINUE
000505       WHEN '23'
000506          MOVE 'PRESTAMO INEXISTENTE' TO WS-DET-RESULT
000507          MOVE SPACES TO PRE-TIPO-CUENTA
000508                         PRE-NRO-CUENTA
000509          PERFORM 6000-I-LISTAR THRU 6000-F-LISTAR
000510          GO TO 4000-F-COBRAR
000511       WHEN OTHER
000512          DISPLAY '* ERROR EN LECTURA PRESTAMO = ' WS-PRE-CODE
000513          MOVE 9999 TO RETURN-CODE
000514          SET WS-FIN-LECTURA TO TRUE
000515          GO TO 4000-F-COBRAR
000516     END-EVALUATE.
000517
000518     PERFORM 4100-I-PUNITORIO THRU 4100-F-PUNITORIO.
000519
000520     COMPUTE WS-COBRO-TOTAL = CUO-TOTAL + CUO-PUNITORIO.
000521
000522*    DEBITO DE LA CUENTA DEL PRESTAMO. EL WHERE EXIGE
000523*    SALDO SUFICIENTE PARA CUBRIR LA CUOTA Y EL PUNITORIO
000524*    (MISMA REGLA QUE LA TRANSACCION T227)
000525
000526     MOVE PRE-TIPO-CUENTA  TO WS-TIPO-CUENTA.
000527     MOVE PRE-NRO-CUENTA   TO WS-NRO-CUENTA.
000528     MOVE WS-COBRO-TOTAL   TO WS-SALDO-ACTUAL.
000529     MOVE WS-FECHA-GUION   TO WS-FECHA-ACTUAL.
000530
000531     EXEC SQL
000532        UPDATE ITPFBIO.TBCUENTAS
000533           SET SALDO_ACTUAL = SALDO_ACTUAL -
000534                 :DCLTBCUENTAS.WS-SALDO-ACTUAL,
000535               FECHA_ACTUAL =
000536                 :DCLTBCUENTAS.WS-FECHA-ACTUAL
000537         WHERE TIPO_CUENTA  =
000538                 :DCLTBCUENTAS.WS-TIPO-CUENTA
000539           AND NRO_CUENTA   =
000540                 :DCLTBCUENTAS.WS-NRO-CUENTA
000541           AND SALDO_ACTUAL >=
000542                 :DCLTBCUENTAS.WS-SALDO-ACTUAL
000543     END-EXEC.
000544
000545     MOVE SQLCODE TO FS-SQLCODE.
000546
000547     IF SQLCODE EQUAL +100
000548        MOVE 'SALDO INSUFICIENTE' TO WS-MOTIVO
000549        PERFORM 4500-I-MORA THRU 4500-F-MORA
000550        GO TO 4000-F-COBRAR
000551     END-IF.
000552
000553     IF SQLCODE NOT EQUAL ZEROS
000554        DISPLAY '* ERROR DB2 EN DEBITO = ' FS-SQLCODE
000555        MOVE 9999 TO RETURN-CODE
000556        SET WS-FIN-LECTURA TO TRUE
000557        PERFORM 4800-I-DESHACER THRU 4800-F-DESHACER
000558        GO TO 4000-F-COBRAR
000559     END-IF.
000560
000561*    MOVIMIENTO DE LA CUOTA
000562
000563     MOVE 'PQ'       TO WS-MOV-TIPO.
000564     MOVE CUO-TOTAL  TO WS-MOV-IMPORTE.
000565
000566     PERFORM 4300-I-GRABAR-MOVCTA THRU 4300-F-GRABAR-MOVCTA.
000567
000568     IF WS-COBRO-FALLO
000569        GO TO 4000-F-COBRAR
000570     END-IF.
000571
000572*    MOVIMIENTO DEL PUNITORIO, SI LO HUBO
000573
000574     IF CUO-PUNITORIO GREATER THAN ZEROS
000575        MOVE 'PP'          TO WS-MOV-TIPO
000576        MOVE CUO-PUNITORIO TO WS-MOV-IMPORTE
000577        PERFORM 4300-I-GRABAR-MOVCTA THRU 4300-F-GRABAR-MOVCTA
000578        IF WS-COBRO-FALLO
000579           GO TO 4000-F-COBRAR
000580        END-IF
000581     END-IF.
000582
000583*    LA CUOTA QUEDA COBRADA
000584
000585     MOVE 'C'              TO CUO-ESTADO.
000586     MOVE WS-FECHA-PROCESO TO CUO-FECHA-PAGO.
000587
000588     REWRITE REG-CUOTA.
000589     IF WS-CUO-CODE IS NOT EQUAL '00'
000590        DISPLAY '* ERROR EN REWRITE CUOTAS = ' WS-CUO-CODE
000591        MOVE 9999 TO RETURN-CODE
000592        SET WS-FIN-LECTURA TO TRUE
000593        PERFORM 4800-I-DESHACER THRU 4800-F-DESHACER
000594        GO TO 4000-F-COBRAR
000595     END-IF.
000596
000597*    EL PRESTAMO BAJA SU SALDO; CON LA ULTIMA CUOTA QUEDA
000598*    CANCELADO. LAS CUOTAS ANTERIORES YA ESTAN COBRADAS
000599*    (SI UNA NO SE PUDO COBRAR NO SE LLEGA A ESTA), ASI
000600*    QUE SALE DE LA MORA
000601
000602     SUBTRACT CUO-CAPITAL FROM PRE-SALDO-CAPITAL.
000603     ADD 1 TO PRE-CUOTAS-PAGAS.
000604     MOVE WS-FECHA-PROCESO TO PRE-FECHA-ULT-PAGO.
000605
000606     IF PRE-CUOTAS-PAGAS NOT LESS PRE-CANT-CUOTAS
000607        MOVE 'C' TO PRE-ESTADO
000608        ADD 1 TO WS-CONT-CANCELADOS
000609     ELSE
000610        MOVE 'V' TO PRE-ESTADO
000611     END-IF.
000612
000613     REWRITE REG-PRESTAMO.
000614     IF WS-PRE-CODE IS NOT EQUAL '00'
000615        DISPLAY '* ERROR EN REWRITE PRESTAMO = ' WS-PRE-CODE
000616        MOVE 9999 TO RETURN-CODE
000617        SET WS-FIN-LECTURA TO TRUE
000618        PERFORM 4800-I-DESHACER THRU 4800-F-DESHACER
000619        GO TO 4000-F-COBRAR
000620     END-IF.
000621
000622     EXEC SQL
000623        COMMIT
000624     END-EXEC.
000625
000626     ADD 1 TO WS-CONT-COBRADAS.
000627     ADD CUO-TOTAL     TO WS-TOTAL-CUOTAS.
000628     ADD CUO-PUNITORIO TO WS-TOTAL-PUNITORIOS.
000629
000630     IF PRE-ESTADO EQUAL 'C'
000631        MOVE 'COBRADA - CANCELADO' TO WS-DET-RESULT
000632     ELSE
000633        MOVE 'COBRADA'             TO WS-DET-RESULT
000634     END-IF.
000635     PERFORM 6000-I-LISTAR THRU 6000-F-LISTAR.
000636
000637 4000-F-COBRAR. EXIT.
000638
000639**************************************
000640*  PUNITORIO DEVENGADO DESDE EL      *
000641*  VENCIMIENTO O LA ULTIMA FECHA     *
000642*  CALCULADA HASTA HOY (30/360)      *
000643**************************************
000644
000645 4100-I-PUNITORIO.
000646
000647     IF CUO-FECHA-PUNIT GREATER THAN CUO-FECHA-VTO
000648        MOVE CUO-FECHA-PUNIT TO WS-FECHA-SERIE
000649     ELSE
000650        MOVE CUO-FECHA-VTO   TO WS-FECHA-SERIE
000651     END-IF.
000652
000653     PERFORM 4200-I-SERIE THRU 4200-F-SERIE.
000654     MOVE WS-SERIE-2 TO WS-SERIE-1.
000655
000656     MOVE WS-FECHA-PROCESO TO WS-FECHA-SERIE.
000657     PERFORM 4200-I-SERIE THRU 4200-F-SERIE.
000658
000659     COMPUTE WS-DIAS = WS-SERIE-2 - WS-SERIE-1.
000660
000661     IF WS-DIAS NOT GREATER THAN ZEROS
000662        GO TO 4100-F-PUNITORIO
000663     END-IF.
000664
000665     COMPUTE WS-TASA-PUNIT =
000666             PRE-TASA * WS-PORC-PUNIT / 100.
000667
000668     COMPUTE WS-PUNIT-DIA ROUNDED =
000669             CUO-TOTAL * WS-TASA-PUNIT / 100
000670           * WS-DIAS / 360.
000671
000672     ADD WS-PUNIT-DIA TO CUO-PUNITORIO.
000673     MOVE WS-FECHA-PROCESO TO CUO-FECHA-PUNIT.
000674
000675 4100-F-PUNITORIO. EXIT.
000676
000677 4200-I-SERIE.
000678
000679     MOVE WS-SER-DD TO WS-DIA-TOPE.
000680     IF WS-DIA-TOPE GREATER THAN 30
000681        MOVE 30 TO WS-DIA-TOPE
000682     END-IF.
000683
000684     COMPUTE WS-SERIE-2 =
000685             WS-SER-AAAA * 360
000686           + (WS-SER-MM - 1) * 30
000687           + WS-DIA-TOPE.
000688
000689 4200-F-SERIE. EXIT.
000690
000691**************************************
000692*  MOVIMIENTO EN MOVCTA19 PARA EL    *
000693*  PASE NOCTURNO                     *
000694**************************************
000695
000696 4300-I-GRABAR-MOVCTA.
000697
000698     MOVE SPACES           TO REG-MOVCTA.
000699     MOVE PRE-NRO-CUENTA   TO MCT-NRO-CUENTA.
000700     MOVE WS-MOV-TIPO      TO MCT-TIPO-MOV.
000701     MOVE WS-MOV-IMPORTE   TO MCT-IMPORTE.
000702     MOVE SPACES           TO MCT-CONTRAPARTE.
000703     MOVE CUO-NRO-PRESTAMO TO MCT-CONTRAPARTE(1:8).
000704     MOVE CUO-NRO-CUOTA    TO MCT-CONTRAPARTE(9:3).
000705     MOVE WS-FECHA-GUION   TO MCT-FECHA.
000706     MOVE '00:00:00'       TO MCT-HORA.
000707     MOVE 'BTCH'           TO MCT-TERMINAL.
000708     MOVE PRE-NRO-CLIENTE  TO MCT-NRO-CLIENTE.
000709     MOVE 'BATCH'          TO MCT-OPERADOR.
000710     MOVE PRE-MONEDA       TO MCT-MONEDA.
000711
000712     WRITE REG-MOVCTA.
000713     IF WS-MOV-CODE IS NOT EQUAL '00'
000714        DISPLAY '* ERROR EN WRITE MOVCTA = ' WS-MOV-CODE
000715        MOVE 9999 TO RETURN-CODE
000716        SET WS-FIN-LECTURA TO TRUE
000717        PERFORM 4800-I-DESHACER THRU 4800-F-DESHACER
000718     END-IF.
000719
000720 4300-F-GRABAR-MOVCTA. EXIT.
000721
000722**************************************
000723*  CUOTA IMPAGA: CUOTA Y PRESTAMO    *
000724*  EN MORA CON EL PUNITORIO AL DIA   *
000725**************************************
000726
000727 4500-I-MORA.
000728
000729     SET WS-COBRO-FALLO TO TRUE.
000730     MOVE CUO-NRO-PRESTAMO TO WS-PRESTAMO-MORA.
000731
000732     MOVE 'M' TO CUO-ESTADO.
000733
000734     REWRITE REG-CUOTA.
000735     IF WS-CUO-CODE IS NOT EQUAL '00'
000736        DISPLAY '* ERROR EN REWRITE CUOTAS = ' WS-CUO-CODE
000737        MOVE 9999 TO RETURN-CODE
000738        SET WS-FIN-LECTURA TO TRUE
000739        GO TO 4500-F-MORA
000740     END-IF.
000741
000742     MOVE 'M' TO PRE-ESTADO.
000743
000744     REWRITE REG-PRESTAMO.
000745     IF WS-PRE-CODE IS NOT EQUAL '00'
000746        DISPLAY '* ERROR EN REWRITE PRESTAMO = ' WS-PRE-CODE
000747        MOVE 9999 TO RETURN-CODE
000748        SET WS-FIN-LECTURA TO TRUE
000749        GO TO 4500-F-MORA
000750     END-IF.
000751
000752     ADD 1 TO WS-CONT-MORA.
000753     ADD WS-COBRO-TOTAL TO WS-TOTAL-MORA.
000754
000755     MOVE 'MORA - SIN SALDO' TO WS-DET-RESULT.
000756     PERFORM 6000-I-LISTAR THRU 6000-F-LISTAR.
000757
000758 4500-F-MORA. EXIT.
000759
000760**************************************
000761*  DESHACER LA UNIDAD DE TRABAJO     *
000762**************************************
000763
000764 4800-I-DESHACER.
000765
000766     EXEC SQL
000767        ROLLBACK
000768     END-EXEC.
000769
000770     SET WS-COBRO-FALLO TO TRUE.
000771
000772 4800-F-DESHACER. EXIT.
000773
000774**************************************
000775*  LINEA DEL INFORME                 *
000776**************************************
000777
000778 6000-I-LISTAR.
000779
000780     MOVE CUO-NRO-PRESTAMO TO WS-DET-PRESTAMO.
000781     MOVE CUO-NRO-CUOTA    TO WS-DET-CUOTA.
000782     MOVE SPACES           TO WS-DET-CUENTA.
000783     MOVE PRE-TIPO-CUENTA  TO WS-DET-CUENTA(1:2).
000784     MOVE PRE-NRO-CUENTA   TO WS-DET-CUENTA(3:15).
000785     MOVE CUO-FECHA-VTO    TO WS-DET-VTO.
000786     MOVE CUO-TOTAL        TO WS-DET-TOTAL.
000787     MOVE CUO-PUNITORIO    TO WS-DET-PUNIT.
000788
000789     WRITE REG-LISTADO FROM WS-LIN-DETALLE.
000790     IF WS-LIS-CODE IS NOT EQUAL '00'
000791        DISPLAY '* ERROR EN WRITE LISTADO = ' WS-LIS-CODE
000792        MOVE 9999 TO RETURN-CODE
000793        SET WS-FIN-LECTURA TO TRUE
000794     END-IF.
000795
000796 6000-F-LISTAR. EXIT.
000797
000798**************************************
000799*                                    *
000800*  CUERPO FINAL CIERRE DE FILES      *
000801*                                    *
000802**************************************
000803 9999-I-FINAL.
000804
000805     IF RETURN-CODE EQUAL ZEROS
000806        EXEC SQL
000807           COMMIT
000808        END-EXEC
000809     ELSE
000810        EXEC SQL
000811           ROLLBACK
000812        END-EXEC
000813     END-IF.
000814
000815     CLOSE CUOTAS
000816        IF WS-CUO-CODE IS NOT EQUAL '00'
000817          DISPLAY '* ERROR EN CLOSE CUOTAS  = ' WS-CUO-CODE
000818          MOVE 9999 TO RETURN-CODE
000819       END-IF.
000820
000821     CLOSE PRESTAMO
000822        IF WS-PRE-CODE IS NOT EQUAL '00'
000823          DISPLAY '* ERROR EN CLOSE PRESTAMO = ' WS-PRE-CODE
000824          MOVE 9999 TO RETURN-CODE
000825       END-IF.
000826
000827     CLOSE MOVCTA
000828        IF WS-MOV-CODE IS NOT EQUAL '00'
000829          DISPLAY '* ERROR EN CLOSE MOVCTA  = ' WS-MOV-CODE
000830          MOVE 9999 TO RETURN-CODE
000831       END-IF.
000832
000833     CLOSE LISTADO
000834        IF WS-LIS-CODE IS NOT EQUAL '00'
000835          DISPLAY '* ERROR EN CLOSE LISTADO = ' WS-LIS-CODE
000836          MOVE 9999 TO RETURN-CODE
000837       END-IF.
000838
000839**********************************
000840*   MOSTRAR TOTALES DE CONTROL   *
000841**********************************
000842
000843     DISPLAY 'CUOTAS LEIDAS: '             WS-CONT-LEIDAS.
000844     DISPLAY 'CUOTAS COBRADAS: '           WS-CONT-COBRADAS.
000845     DISPLAY 'CUOTAS EN MORA: '            WS-CONT-MORA.
000846     DISPLAY 'PRESTAMOS CANCELADOS: '      WS-CONT-CANCELADOS.
000847     DISPLAY 'TOTAL CUOTAS COBRADAS: '     WS-TOTAL-CUOTAS.
000848     DISPLAY 'TOTAL PUNITORIOS: '          WS-TOTAL-PUNITORIOS.
000849     DISPLAY 'TOTAL EN MORA: '             WS-TOTAL-MORA.
000850
000851 9999-F-FINAL. EXIT.

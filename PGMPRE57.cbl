000001 IDENTIFICATION DIVISION.
000002*                                                        *
000003 PROGRAM-ID. PGMPRE57.
000004**********************************************************
000005*                                                        *
000006*  PROGRAMA PARA SQL EMBEBIDO                            *
000007*  CONSTITUCION DE PRESTAMOS PERSONALES                  *
000008*                                                        *
000009*  LEE LAS ALTAS DE PRESTAMOS APROBADOS (DDALT) Y PARA   *
000010*  CADA UNA:                                             *
000011*                                                        *
000012*    - VALIDA LA TARJETA, QUE EL PRESTAMO NO EXISTA EN   *
000013*      PRESTA19 Y QUE LA CUENTA DE ACREDITACION EXISTA   *
000014*      EN TBCUENTAS (DE AHI TOMA MONEDA Y TITULAR)       *
000015*    - ARMA EL CUADRO DE CUOTAS POR SISTEMA FRANCES EN   *
000016*      CUOTAS19: CUOTA PURA CONSTANTE, INTERES SOBRE     *
000017*      SALDO A LA TASA NOMINAL ANUAL / 12, CAPITAL POR   *
000018*      DIFERENCIA (LA ULTIMA CUOTA CANCELA EL SALDO) E   *
000019*      IVA SOBRE EL INTERES. LOS VENCIMIENTOS SON        *
000020*      MENSUALES DESDE EL PRIMERO Y SE CORREN AL DIA     *
000021*      HABIL SIGUIENTE CON EL CALENDARIO DE PGMRUT       *
000022*    - GRABA EL PRESTAMO VIGENTE EN PRESTA19, ACREDITA   *
000023*      EL CAPITAL EN LA CUENTA Y DEJA EL MOVIMIENTO EN   *
000024*      MOVCTA19 (TIPO 'PD', QUE PGMMOV34 PASA COMO 78    *
000025*      A LA HISTORIA)                                    *
000026*                                                        *
000027*  EL INFORME LISTA CADA ALTA CON SU RESULTADO Y EL      *
000028*  CUADRO DE CUOTAS DE LAS CONSTITUIDAS                  *
000029*                                                        *
000030*  PARAMETROS (DDPAR, OPCIONAL): TASA DE IVA SOBRE EL    *
000031*  INTERES                                               *
000032*                                                        *
000033**********************************************************
000034*      MANTENIMIENTO DE PROGRAMA                         *
000035**********************************************************
000036*  FECHA      *       DETALLE        *
000037**************************************
000038* 15/10/2026  * CONSTITUCION DE      *
000039*             * PRESTAMOS PERSONALES *
000040**************************************
000041 AUTHOR. NAHUEL GATTARI.
000042 ENVIRONMENT DIVISION.
000043 CONFIGURATION SECTION.
000044 SPECIAL-NAMES.
000045     DECIMAL-POINT IS COMMA.
000046
000047 INPUT-OUTPUT SECTION.
000048 FILE-CONTROL.
000049
000050       SELECT ALTAS    ASSIGN DDALT
000051              FILE STATUS IS WS-ALT-CODE.
000052
000053       SELECT PRESTAMO ASSIGN DDPRE
000054       ORGANIZATION   IS INDEXED
000055       ACCESS IS RANDOM
000056       RECORD KEY IS PRE-NRO-PRESTAMO
000057       FILE STATUS IS WS-PRE-CODE.
000058
000059       SELECT CUOTAS   ASSIGN DDCUO
000060       ORGANIZATION   IS INDEXED
000061       ACCESS IS RANDOM
000062       RECORD KEY IS CUO-CLAVE
000063       FILE STATUS IS WS-CUO-CODE.
000064
000065       SELECT MOVCTA   ASSIGN DDMOV
000066              FILE STATUS IS WS-MOV-CODE.
000067
000068       SELECT LISTADO  ASSIGN DDLIS
000069              FILE STATUS IS WS-LIS-CODE.
000070
000071       SELECT PARAMS   ASSIGN DDPAR
000072              FILE STATUS IS WS-PAR-CODE.
000073
000074       SELECT RUNCTL   ASSIGN DDRUN
000075              FILE STATUS IS WS-RUN-CODE.
000076
000077 DATA DIVISION.
000078 FILE SECTION.
000079 FD ALTAS
000080      BLOCK CONTAINS 0 RECORDS
000081      RECORDING MODE IS F.
000082
000083 01  REG-ALTA.
000084     03  ALT-NRO-PRESTAMO     PIC 9(08).
000085     03  ALT-TIPO-CUENTA      PIC X(02).
000086     03  ALT-NRO-CUENTA       PIC X(15).
000087     03  ALT-CAPITAL          PIC 9(09)V99.
000088     03  ALT-TASA             PIC 9(02)V9(04).
000089     03  ALT-CANT-CUOTAS      PIC 9(03).
000090     03  ALT-FECHA-PRIMER-VTO PIC 9(08).
000091     03  FILLER               PIC X(27).
000092
000093 FD PRESTAMO.
000094
000095     COPY CPPRESTA.
000096
000097 FD CUOTAS.
000098
000099     COPY CPCUOTA.
000100
000101 FD MOVCTA
000102      BLOCK CONTAINS 0 RECORDS
000103      RECORDING MODE IS F.
000104
000105     COPY CPMOVCTA.
000106
000107 FD LISTADO
000108      BLOCK CONTAINS 0 RECORDS
000109      RECORDING MODE IS F.
000110
000111 01 REG-LISTADO     PIC X(132).
000112
000113 FD PARAMS
000114      BLOCK CONTAINS 0 RECORDS
000115      RECORDING MODE IS F.
000116
000117 01  REG-PARAMS.
000118     03  PAR-TASA-IVA     PIC 9(02)V9(04).
000119     03  FILLER           PIC X(74).
000120
000121 FD RUNCTL
000122      BLOCK CONTAINS 0 RECORDS
000123      RECORDING MODE IS F.
000124
000125     COPY CPRUNCTL.
000126
000127**************************************
000128 WORKING-STORAGE SECTION.
000129**************************************
000130 77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000131 77  WS-ALT-CODE      PIC XX    VALUE SPACES.
000132 77  WS-PRE-CODE      PIC XX    VALUE SPACES.
000133 77  WS-CUO-CODE      PIC XX    VALUE SPACES.
000134 77  WS-MOV-CODE      PIC XX    VALUE SPACES.
000135 77  WS-LIS-CODE      PIC XX    VALUE SPACES.
000136 77  WS-PAR-CODE      PIC XX    VALUE SPACES.
000137 77  WS-RUN-CODE      PIC XX    VALUE SPACES.
000138 77  FS-SQLCODE       PIC -999  VALUE ZEROS.
000139 77  WS-PGMRUT        PIC X(8)  VALUE 'PGMRUT'.
000140
000141************
000142*CONTADORES*
000143************
000144 77  WS-CONT-LEIDAS       PIC 9(8)     VALUE ZEROS.
000145 77  WS-CONT-CONSTITUIDOS PIC 9(8)     VALUE ZEROS.
000146 77  WS-CONT-RECHAZADAS   PIC 9(8)     VALUE ZEROS.
000147 77  WS-CONT-CUOTAS       PIC 9(8)     VALUE ZEROS.
000148
000149 01  WS-TOTAL-DESEMBOLSADO PIC S9(13)V99 COMP-3 VALUE ZEROS.
000150
000151********************
000152*      FLAGS       *
000153********************
000154
000155 01  WS-STATUS-FIN    PIC X.
000156     88  WS-FIN-LECTURA         VALUE 'Y'.
000157     88  WS-NO-FIN-LECTURA      VALUE 'N'.
000158
000159 01  WS-SW-ALTA       PIC X     VALUE 'S'.
000160     88  WS-ALTA-OK             VALUE 'S'.
000161     88  WS-ALTA-RECHAZADA      VALUE 'N'.
000162
000163**************************************
000164*   PARAMETRO POR DEFECTO            *
000165**************************************
000166
000167 77  WS-TASA-IVA      PIC 9(02)V9(04)      VALUE 21.
000168
000169**************************************
000170*   CALCULO DEL CUADRO FRANCES       *
000171**************************************
000172
000173 01  WS-TASA-MENSUAL      PIC S9(01)V9(12) COMP-3 VALUE ZEROS.
000174 01  WS-FACTOR            PIC S9(05)V9(12) COMP-3 VALUE ZEROS.
000175 01  WS-CUOTA-PURA        PIC S9(09)V99 COMP-3 VALUE ZEROS.
000176 01  WS-SALDO             PIC S9(09)V99 COMP-3 VALUE ZEROS.
000177 77  WS-NRO-CUOTA         PIC 9(03)    VALUE ZEROS.
000178 77  WS-DIA-VTO           PIC 9(02)    VALUE ZEROS.
000179 77  WS-VTO-AAAA          PIC 9(04)    VALUE ZEROS.
000180 77  WS-VTO-MM            PIC 9(02)    VALUE ZEROS.
000181 77  WS-PRIMER-VTO        PIC 9(08)    VALUE ZEROS.
000182
000183**************************************
000184*   MOTIVO DEL RECHAZO               *
000185**************************************
000186
000187 77  WS-MOTIVO            PIC X(30)    VALUE SPACES.
000188
000189**************************************
000190*   FECHA DE PROCESO Y SU FORMATO    *
000191*   CON GUIONES (COMO GRABA T227)    *
000192**************************************
000193
000194 01  WS-FECHA-PROCESO     PIC 9(08)    VALUE ZEROS.
000195 01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
000196     03  WS-PRO-AAAA      PIC X(04).
000197     03  WS-PRO-MM        PIC X(02).
000198     03  WS-PRO-DD        PIC X(02).
000199
000200 01  WS-FECHA-GUION.
000201     03  WS-GUI-DD        PIC X(02)    VALUE SPACES.
000202     03  FILLER           PIC X(01)    VALUE '-'.
000203     03  WS-GUI-MM        PIC X(02)    VALUE SPACES.
000204     03  FILLER           PIC X(01)    VALUE '-'.
000205     03  WS-GUI-AAAA      PIC X(04)    VALUE SPACES.
000206
000207**************************************
000208*   CALCULO DE LOS VENCIMIENTOS      *
000209**************************************
000210
000211 01  WS-FECHA-TRABAJO     PIC 9(08)    VALUE ZEROS.
000212 01  WS-FECHA-TRABAJO-R REDEFINES WS-FECHA-TRABAJO.
000213     03  WS-TRA-AAAA      PIC 9(04).
000214     03  WS-TRA-MM        PIC 9(02).
000215     03  WS-TRA-DD        PIC 9(02).
000216
000217 77  WS-DIAS-MES          PIC 9(02)    VALUE ZEROS.
000218 77  WS-RESTO             PIC 9(04)    VALUE ZEROS.
000219 77  WS-COCIENTE          PIC 9(04)    VALUE ZEROS.
000220
000221**************************************
000222*   COMUNICACION CON PGMRUT          *
000223**************************************
000224
000225  01  LK-AREA.
000226      03  LK-FECHA.
000227          05  SIGLO-ANIO.
000228              07 LK-SIGLO    PIC 99.
000229              07 LK-ANIO     PIC 99.
000230          05 LK-MES      PIC 99.
000231          05 LK-DIA      PIC 99.
000232      03  LK-FUNCION     PIC X(01).
000233      03  LK-RESULTADO   PIC X(01).
000234      03  LK-FECHA-HABIL PIC 9(08).
000235      03  FILLER         PIC X(12).
000236
000237***********************************
000238*       TITULO Y DETALLE          *
000239***********************************
000240
000241 01  WS-TITULO.
000242     03  FILLER              PIC X(20)    VALUE  SPACES.
000243     03  FILLER              PIC X(34)    VALUE
000244      'CONSTITUCION DE PRESTAMOS         '.
000245     03  FILLER              PIC X(07)    VALUE 'FECHA: '.
000246     03  WS-TIT-FECHA        PIC 9(08)    VALUE ZEROS.
000247     03  FILLER              PIC X(63)    VALUE SPACES.
000248
000249 01  WS-LIN-DETALLE.
000250     03  FILLER    PIC X(02)    VALUE SPACES.
000251     03  FILLER    PIC X(07)    VALUE 'PREST. '.
000252     03  WS-DET-PRESTAMO PIC 9(08)    VALUE ZEROS.
000253     03  FILLER    PIC X(02)    VALUE SPACES.
000254     03  WS-DET-CUENTA   PIC X(17)    VALUE SPACES.
000255     03  FILLER    PIC X(02)    VALUE SPACES.
000256     03  WS-DET-CAPITAL  PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
000257     03  FILLER    PIC X(02)    VALUE SPACES.
000258     03  WS-DET-TASA     PIC Z9,9999  VALUE ZEROS.
000259     03  FILLER    PIC X(02)    VALUE SPACES.
000260     03  WS-DET-CUOTAS   PIC ZZ9      VALUE ZEROS.
000261     03  FILLER    PIC X(02)    VALUE SPACES.
000262     03  WS-DET-CUOTA    PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
000263     03  FILLER    PIC X(02)    VALUE SPACES.
000264     03  WS-DET-RESULT   PIC X(30)    VALUE SPACES.
000265     03  FILLER    PIC X(15)    VALUE SPACES.
000266
000267 01  WS-LIN-CUOTA.
000268     03  FILLER    PIC X(11)    VALUE SPACES.
000269     03  FILLER    PIC X(06)    VALUE 'CUOTA '.
000270     03  WS-CUO-NRO      PIC ZZ9      VALUE ZEROS.
000271     03  FILLER    PIC X(02)    VALUE SPACES.
000272     03  WS-CUO-VTO      PIC 9(08)    VALUE ZEROS.
000273     03  FILLER    PIC X(02)    VALUE SPACES.
000274     03  WS-CUO-CAPITAL  PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
000275     03  FILLER    PIC X(02)    VALUE SPACES.
000276     03  WS-CUO-INTERES  PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
000277     03  FILLER    PIC X(02)    VALUE SPACES.
000278     03  WS-CUO-IMPUESTO PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
000279     03  FILLER    PIC X(02)    VALUE SPACES.
000280     03  WS-CUO-TOTAL    PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
000281     03  FILLER    PIC X(02)    VALUE SPACES.
000282     03  WS-CUO-SALDO    PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
000283     03  FILLER    PIC X(17)    VALUE SPACES.
000284
000285 77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000286
000287**************************************
000288*     AREA DE COMUNICACION DB2       *
000289**************************************
000290
000291      EXEC SQL
000292        INCLUDE SQLCA
000293      END-EXEC.
000294
000295      EXEC SQL
000296        INCLUDE TBCUE
000297      END-EXEC.
000298
000299***************************************************************.
000300 PROCEDURE DIVISION.
000301**************************************
000302*                                    *
000303*  CUERPO PRINCIPAL DEL PROGRAMA     *
000304*                                    *
000305**************************************
000306 MAIN-PROGRAM.
000307
000308     PERFORM 1000-I-INICIO  THRU 1000-F-INICIO.
000309
000310     PERFORM 2000-I-PROCESO THRU 2000-F-PROCESO
000311                            UNTIL WS-FIN-LECTURA.
000312
000313     PERFORM 9999-I-FINAL   THRU 9999-F-FINAL.
000314
000315 F-MAIN-PROGRAM. GOBACK.
000316
000317**************************************
000318*                                    *
000319*  CUERPO INICIO APERTURA ARCHIVOS   *
000320*                                    *
000321**************************************
000322 1000-I-INICIO.
000323
000324     SET WS-NO-FIN-LECTURA TO TRUE.
000325
000326     PERFORM 1100-I-LEER-RUNCTL THRU 1100-F-LEER-RUNCTL.
000327
000328     IF NOT WS-FIN-LECTURA
000329
000330        OPEN INPUT ALTAS
000331        IF WS-ALT-CODE IS NOT EQUAL '00'
000332           DISPLAY '* ERROR EN OPEN ALTAS    = ' WS-ALT-CODE
000333           MOVE 9999 TO RETURN-CODE
000334           SET  WS-FIN-LECTURA TO TRUE
000335        END-IF
000336
000337        OPEN I-O PRESTAMO
000338        IF WS-PRE-CODE IS NOT EQUAL '00'
000339           DISPLAY '* ERROR EN OPEN PRESTAMO = ' WS-PRE-CODE
000340           MOVE 9999 TO RETURN-CODE
000341           SET  WS-FIN-LECTURA TO TRUE
000342        END-IF
000343
000344        OPEN I-O CUOTAS
000345        IF WS-CUO-CODE IS NOT EQUAL '00'
000346           DISPLAY '* ERROR EN OPEN CUOTAS   = ' WS-CUO-CODE
000347           MOVE 9999 TO RETURN-CODE
000348           SET  WS-FIN-LECTURA TO TRUE
000349        END-IF
000350
000351        OPEN EXTEND MOVCTA
000352        IF WS-MOV-CODE IS NOT EQUAL '00'
000353           DISPLAY '* ERROR EN OPEN MOVCTA   = ' WS-MOV-CODE
000354           MOVE 9999 TO RETURN-CODE
000355           SET  WS-FIN-LECTURA TO TRUE
000356        END-IF
000357
000358        OPEN OUTPUT LISTADO
000359        IF WS-LIS-CODE IS NOT EQUAL '00'
000360           DISPLAY '* ERROR EN OPEN LISTADO  = ' WS-LIS-CODE
000361           MOVE 9999 TO RETURN-CODE
000362           SET  WS-FIN-LECTURA TO TRUE
000363        END-IF
000364     END-IF.
000365
000366     IF NOT WS-FIN-LECTURA
000367        PERFORM 1200-I-LEER-PARAMETROS THRU 1200-F-LEER-PARAMETROS
000368        MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA
000369        WRITE REG-LISTADO FROM WS-TITULO
000370        PERFORM 3000-I-LEER-ALTA THRU 3000-F-LEER-ALTA
000371     END-IF.
000372
000373 1000-F-INICIO.   EXIT.
000374
000375**************************************
000376*  FECHA OFICIAL DE PROCESO DESDE    *
000377*  EL CONTROL DE CORRIDA             *
000378**************************************
000379
000380 1100-I-LEER-RUNCTL.
000381
000382     OPEN INPUT RUNCTL.
000383
000384     IF WS-RUN-CODE NOT EQUAL '00'
000385        DISPLAY '* ERROR EN OPEN RUNCTL   = ' WS-RUN-CODE
000386        MOVE 9999 TO RETURN-CODE
000387        SET  WS-FIN-LECTURA TO TRUE
000388        GO TO 1100-F-LEER-RUNCTL
000389     END-IF.
000390
000391     READ RUNCTL.
000392     IF WS-RUN-CODE NOT EQUAL '00'
000393        DISPLAY '* ERROR EN LECTURA RUNCTL = ' WS-RUN-CODE
000394        MOVE 9999 TO RETURN-CODE
000395        SET  WS-FIN-LECTURA TO TRUE
000396        CLOSE RUNCTL
000397        GO TO 1100-F-LEER-RUNCTL
000398     END-IF.
000399
000400     MOVE RUN-FECHA-PROCESO TO WS-FECHA-PROCESO.
000401     MOVE WS-PRO-DD   TO WS-GUI-DD.
000402     MOVE WS-PRO-MM   TO WS-GUI-MM.
000403     MOVE WS-PRO-AAAA TO WS-GUI-AAAA.
000404
000405     CLOSE RUNCTL.
000406
000407 1100-F-LEER-RUNCTL. EXIT.
000408
000409**************************************
000410*  TARJETA DE PARAMETROS (OPCIONAL;  *
000411*  SIN ELLA RIGE EL IVA POR DEFECTO) *
000412**************************************
000413
000414 1200-I-LEER-PARAMETROS.
000415
000416     OPEN INPUT PARAMS.
000417
000418     IF WS-PAR-CODE NOT EQUAL '00'
000419        DISPLAY '* AVISO: SIN TARJETA DE PARAMETROS, RIGEN LOS'
000420                ' VALORES POR DEFECTO'
000421        GO TO 1200-F-LEER-PARAMETROS
000422     END-IF.
000423
000424     READ PARAMS.
000425
000426     IF WS-PAR-CODE EQUAL '00'
000427        IF PAR-TASA-IVA IS NUMERIC
000428           MOVE PAR-TASA-IVA TO WS-TASA-IVA
000429        END-IF
000430     END-IF.
000431
000432     CLOSE PARAMS.
000433
000434 1200-F-LEER-PARAMETROS. EXIT.
000435
000436**************************************
000437*                                    *
000438*  CUERPO PRINCIPAL DE PROCESOS      *
000439*                                    *
000440**************************************
000441 2000-I-PROCESO.
000442
000443     SET WS-ALTA-OK TO TRUE.
000444     MOVE SPACES TO WS-MOTIVO.
000445     MOVE ZEROS  TO WS-CUOTA-PURA.
000446
000447     PERFORM 4000-I-VALIDAR THRU 4000-F-VALIDAR.
000448
000449     IF WS-ALTA-OK
000450        PERFORM 5000-I-CONSTITUIR THRU 5000-F-CONSTITUIR
000451     END-IF.
000452
000453     IF WS-ALTA-RECHAZADA
000454        ADD 1 TO WS-CONT-RECHAZADAS
000455        MOVE WS-MOTIVO TO WS-DET-RESULT
000456        PERFORM 6000-I-LISTAR THRU 6000-F-LISTAR
000457     END-IF.
000458
000459     PERFORM 3000-I-LEER-ALTA THRU 3000-F-LEER-ALTA.
000460
000461 2000-F-PROCESO. EXIT.
000462
000463**************************************
000464* LECTURA DE LAS ALTAS               *
000465**************************************
000466
000467 3000-I-LEER-ALTA.
000468
000469     IF WS-FIN-LECTURA
000470        GO TO 3000-F-LEER-ALTA
000471     END-IF.
000472
000473     READ ALTAS.
000474
000475     EVALUATE WS-ALT-CODE
000476       WHEN '00'
000477          ADD 1 TO WS-CONT-LEIDAS
000478       WHEN '10'
000479          SET WS-FIN-LECTURA TO TRUE
000480       WHEN OTHER
000481          DISPLAY '* ERROR EN LECTURA ALTAS = ' WS-ALT-CODE
000482          MOVE 9999 TO RETURN-CODE
000483          SET WS-FIN-LECTURA TO TRUE
000484     END-EVALUATE.
000485
000486 3000-F-LEER-ALTA. EXIT.
000487
000488**************************************
000489*  VALIDACION DE LA TARJETA, DEL     *
000490*  PRESTAMO Y DE LA CUENTA           *
000491**************************************
000492
000493 4000-I-VALIDAR.
000494
000495     IF ALT-NRO-PRESTAMO IS NOT NUMERIC
000496        OR ALT-NRO-PRESTAMO EQUAL ZEROS
000497        MOVE 'NUMERO DE PRESTAMO INVALIDO' TO WS-MOTIVO
000498        SET WS-ALTA-RECHAZADA TO TRUE
000499        GO TO 4000-F-VALIDAR
000500     END-IF.
000501
000502     IF ALT-CAPITAL IS NOT NUMERIC
000503        OR ALT-CAPITAL EQUAL ZEROS
000504        MOVE 'CAPITAL INVALIDO' TO WS-MOTIVO
000505        SET WS-ALTA-RECHAZADA TO TRUE
000506        GO TO 4000-F-VALIDAR
000507     END-IF.
000508
000509     IF ALT-TASA IS NOT NUMERIC
000510        MOVE 'TASA INVALIDA' TO WS-MOTIVO
000511        SET WS-ALTA-RECHAZADA TO TRUE
000512        GO TO 4000-F-VALIDAR
000513     END-IF.
000514
000515     IF ALT-CANT-CUOTAS IS NOT NUMERIC
000516        OR ALT-CANT-CUOTAS EQUAL ZEROS
000517        MOVE 'CANTIDAD DE CUOTAS INVALIDA' TO WS-MOTIVO
000518        SET WS-ALTA-RECHAZADA TO TRUE
000519        GO TO 4000-F-VALIDAR
000520     END-IF.
000521
000522*    SIN PRIMER VENCIMIENTO INFORMADO VENCE A UN MES DEL
000523*    ALTA; SI VIENE INFORMADO TIENE QUE SER POSTERIOR
000524
000525     IF ALT-FECHA-PRIMER-VTO IS NOT NUMERIC
000526        MOVE 'PRIMER VENCIMIENTO INVALIDO' TO WS-MOTIVO
000527        SET WS-ALTA-RECHAZADA TO TRUE
000528        GO TO 4000-F-VALIDAR
000529     END-IF.
000530
000531     IF ALT-FECHA-PRIMER-VTO EQUAL ZEROS
000532        MOVE WS-FECHA-PROCESO TO WS-FECHA-TRABAJO
000533        ADD 1 TO WS-TRA-MM
000534        IF WS-TRA-MM GREATER THAN 12
000535           MOVE 01 TO WS-TRA-MM
000536           ADD  1  TO WS-TRA-AAAA
000537        END-IF
000538        PERFORM 5600-I-DIAS-DEL-MES THRU 5600-F-DIAS-DEL-MES
000539        IF WS-TRA-DD GREATER THAN WS-DIAS-MES
000540           MOVE WS-DIAS-MES TO WS-TRA-DD
000541        END-IF
000542     ELSE
000543        MOVE ALT-FECHA-PRIMER-VTO TO WS-FECHA-TRABAJO
000544        PERFORM 5600-I-DIAS-DEL-MES THRU 5600-F-DIAS-DEL-MES
000545        IF WS-TRA-DD EQUAL ZEROS
000546           OR WS-TRA-DD GREATER THAN WS-DIAS-MES
000547           OR WS-FECHA-TRABAJO NOT GREATER WS-FECHA-PROCESO
000548           MOVE 'PRIMER VENCIMIENTO INVALIDO' TO WS-MOTIVO
000549           SET WS-ALTA-RECHAZADA TO TRUE
000550           GO TO 4000-F-VALIDAR
000551        END-IF
000552     END-IF.
000553
000554     MOVE WS-TRA-DD   TO WS-DIA-VTO.
000555     MOVE WS-TRA-AAAA TO WS-VTO-AAAA.
000556     MOVE WS-TRA-MM   TO WS-VTO-MM.
000557
000558*    EL PRESTAMO NO PUEDE EXISTIR
000559
000560     MOVE ALT-NRO-PRESTAMO TO PRE-NRO-PRESTAMO.
000561
000562     READ PRESTAMO.
000563
000564     EVALUATE WS-PRE-CODE
000565       WHEN '00'
000566          MOVE 'PRESTAMO YA EXISTENTE' TO WS-MOTIVO
000567          SET WS-ALTA-RECHAZADA TO TRUE
000568          GO TO 4000-F-VALIDAR
000569       WHEN '23'
000570          CONTINUE
000571       WHEN OTHER
000572          DISPLAY '* ERROR EN LECTURA PRESTAMO = ' WS-PRE-CODE
000573          MOVE 9999 TO RETURN-CODE
000574          SET WS-FIN-LECTURA TO TRUE
000575          SET WS-ALTA-RECHAZADA TO TRUE
000576          MOVE 'ERROR EN PRESTA19' TO WS-MOTIVO
000577          GO TO 4000-F-VALIDAR
000578     END-EVALUATE.
000579
000580*    LA CUENTA DE ACREDITACION TIENE QUE EXISTIR
000581
000582     MOVE ALT-TIPO-CUENTA TO WS-TIPO-CUENTA.
000583     MOVE ALT-NRO-CUENTA  TO WS-NRO-CUENTA.
000584
000585     EXEC SQL
000586        SELECT MONEDA,
000587               NRO_CLIENTE
000588          INTO :DCLTBCUENTAS.WS-MONEDA,
000589               :DCLTBCUENTAS.WS-CUE-NRO-CLIENTE
000590          FROM  ITPFBIO.TBCUENTAS
000591         WHERE  TIPO_CUENTA = :DCLTBCUENTAS.WS-TIPO-CUENTA
000592           AND  NRO_CUENTA  = :DCLTBCUENTAS.WS-NRO-CUENTA
000593     END-EXEC.
000594
000595     MOVE SQLCODE TO FS-SQLCODE.
000596
000597     EVALUATE SQLCODE
000598       WHEN ZEROS
000599          CONTINUE
000600       WHEN +100
000601          MOVE 'CUENTA INEXISTENTE' TO WS-MOTIVO
000602          SET WS-ALTA-RECHAZADA TO TRUE
000603       WHEN OTHER
000604          DISPLAY '* ERROR DB2 AL LEER LA CUENTA = ' FS-SQLCODE
000605          MOVE 9999 TO RETURN-CODE
000606          SET WS-FIN-LECTURA TO TRUE
000607          MOVE 'ERROR DB2 EN CUENTA' TO WS-MOTIVO
000608          SET WS-ALTA-RECHAZADA TO TRUE
000609     END-EVALUATE.
000610
000611 4000-F-VALIDAR. EXIT.
000612
000613**************************************
000614*  CONSTITUCION: CUADRO DE CUOTAS,   *
000615*  MAESTRO, CREDITO Y MOVIMIENTO     *
000616**************************************
000617
000618 5000-I-CONSTITUIR.
000619
000620*    CUOTA PURA DEL SISTEMA FRANCES:
000621*    C = K * I * (1+I)**N / ((1+I)**N - 1), I = TNA / 1200
000622*    SIN TASA LA CUOTA ES EL CAPITAL DIVIDIDO EN N
000623
000624     COMPUTE WS-TASA-MENSUAL = ALT-TASA / 1200.
000625
000626     IF WS-TASA-MENSUAL EQUAL ZEROS
000627        COMPUTE WS-CUOTA-PURA ROUNDED =
000628                ALT-CAPITAL / ALT-CANT-CUOTAS
000629     ELSE
000630        MOVE 1 TO WS-FACTOR
000631        PERFORM 5100-I-POTENCIA THRU 5100-F-POTENCIA
000632                ALT-CANT-CUOTAS TIMES
000633        COMPUTE WS-CUOTA-PURA ROUNDED =
000634                ALT-CAPITAL * WS-TASA-MENSUAL * WS-FACTOR
000635              / (WS-FACTOR - 1)
000636     END-IF.
000637
000638     MOVE ALT-CAPITAL TO WS-SALDO.
000639     MOVE ZEROS       TO WS-NRO-CUOTA.
000640
000641     MOVE ALT-NRO-PRESTAMO TO WS-DET-PRESTAMO.
000642     MOVE 'CONSTITUIDO'    TO WS-DET-RESULT.
000643     PERFORM 6000-I-LISTAR THRU 6000-F-LISTAR.
000644
000645     PERFORM 5200-I-GENERAR-CUOTA THRU 5200-F-GENERAR-CUOTA
000646             UNTIL WS-NRO-CUOTA NOT LESS ALT-CANT-CUOTAS
000647                OR WS-FIN-LECTURA.
000648
000649     IF WS-FIN-LECTURA
000650        GO TO 5000-F-CONSTITUIR
000651     END-IF.
000652
000653*    MAESTRO DEL PRESTAMO
000654
000655     MOVE SPACES               TO REG-PRESTAMO.
000656     MOVE ALT-NRO-PRESTAMO     TO PRE-NRO-PRESTAMO.
000657     MOVE ALT-TIPO-CUENTA      TO PRE-TIPO-CUENTA.
000658     MOVE ALT-NRO-CUENTA       TO PRE-NRO-CUENTA.
000659     MOVE WS-CUE-NRO-CLIENTE   TO PRE-NRO-CLIENTE.
000660     MOVE WS-MONEDA            TO PRE-MONEDA.
000661     MOVE ALT-CAPITAL          TO PRE-CAPITAL
000662                                  PRE-SALDO-CAPITAL.
000663     MOVE ALT-TASA             TO PRE-TASA.
000664     MOVE ALT-CANT-CUOTAS      TO PRE-CANT-CUOTAS.
000665     MOVE WS-CUOTA-PURA        TO PRE-IMPORTE-CUOTA.
000666     MOVE WS-FECHA-PROCESO     TO PRE-FECHA-ALTA.
000667     MOVE WS-PRIMER-VTO        TO PRE-FECHA-PRIMER-VTO.
000668     MOVE ZEROS                TO PRE-CUOTAS-PAGAS
000669                                  PRE-FECHA-ULT-PAGO.
000670     MOVE 'V'                  TO PRE-ESTADO.
000671
000672     WRITE REG-PRESTAMO.
000673     IF WS-PRE-CODE IS NOT EQUAL '00'
000674        DISPLAY '* ERROR EN WRITE PRESTAMO = ' WS-PRE-CODE
000675        MOVE 9999 TO RETURN-CODE
000676        SET WS-FIN-LECTURA TO TRUE
000677        GO TO 5000-F-CONSTITUIR
000678     END-IF.
000679
000680*    ACREDITACION DEL CAPITAL EN LA CUENTA
000681
000682     MOVE ALT-TIPO-CUENTA TO WS-TIPO-CUENTA.
000683     MOVE ALT-NRO-CUENTA  TO WS-NRO-CUENTA.
000684     MOVE ALT-CAPITAL     TO WS-SALDO-ACTUAL.
000685     MOVE WS-FECHA-GUION  TO WS-FECHA-ACTUAL.
000686
000687     EXEC SQL
000688        UPDATE ITPFBIO.TBCUENTAS
000689           SET SALDO_ACTUAL = SALDO_ACTUAL +
000690                 :DCLTBCUENTAS.WS-SALDO-ACTUAL,
000691               FECHA_ACTUAL =
000692                 :DCLTBCUENTAS.WS-FECHA-ACTUAL
000693         WHERE TIPO_CUENTA  =
000694                 :DCLTBCUENTAS.WS-TIPO-CUENTA
000695           AND NRO_CUENTA   =
000696                 :DCLTBCUENTAS.WS-NRO-CUENTA
000697     END-EXEC.
000698
000699     MOVE SQLCODE TO FS-SQLCODE.
000700
000701     IF SQLCODE NOT EQUAL ZEROS
000702        DISPLAY '* ERROR DB2 EN CREDITO = ' FS-SQLCODE
000703        MOVE 9999 TO RETURN-CODE
000704        SET WS-FIN-LECTURA TO TRUE
000705        GO TO 5000-F-CONSTITUIR
000706     END-IF.
000707
000708*    MOVIMIENTO DEL DESEMBOLSO PARA EL PASE NOCTURNO
000709
000710     MOVE SPACES             TO REG-MOVCTA.
000711     MOVE ALT-NRO-CUENTA     TO MCT-NRO-CUENTA.
000712     MOVE 'PD'               TO MCT-TIPO-MOV.
000713     MOVE ALT-CAPITAL        TO MCT-IMPORTE.
000714     MOVE SPACES             TO MCT-CONTRAPARTE.
000715     MOVE ALT-NRO-PRESTAMO   TO MCT-CONTRAPARTE(1:8).
000716     MOVE WS-FECHA-GUION     TO MCT-FECHA.
000717     MOVE '00:00:00'         TO MCT-HORA.
000718     MOVE 'BTCH'             TO MCT-TERMINAL.
000719     MOVE WS-CUE-NRO-CLIENTE TO MCT-NRO-CLIENTE.
000720     MOVE 'BATCH'            TO MCT-OPERADOR.
000721     MOVE WS-MONEDA          TO MCT-MONEDA.
000722
000723     WRITE REG-MOVCTA.
000724     IF WS-MOV-CODE IS NOT EQUAL '00'
000725        DISPLAY '* ERROR EN WRITE MOVCTA = ' WS-MOV-CODE
000726        MOVE 9999 TO RETURN-CODE
000727        SET WS-FIN-LECTURA TO TRUE
000728        EXEC SQL
000729           ROLLBACK
000730        END-EXEC
000731        GO TO 5000-F-CONSTITUIR
000732     END-IF.
000733
000734     EXEC SQL
000735        COMMIT
000736     END-EXEC.
000737
000738     ADD 1 TO WS-CONT-CONSTITUIDOS.
000739     ADD ALT-CAPITAL TO WS-TOTAL-DESEMBOLSADO.
000740
000741 5000-F-CONSTITUIR. EXIT.
000742
000743**************************************
000744*  (1 + I) ELEVADO A N, UNA VUELTA   *
000745*  POR CUOTA                         *
000746**************************************
000747
000748 5100-I-POTENCIA.
000749
000750     COMPUTE WS-FACTOR ROUNDED =
000751             WS-FACTOR * (1 + WS-TASA-MENSUAL).
000752
000753 5100-F-POTENCIA. EXIT.
000754
000755**************************************
000756*  UNA CUOTA DEL CUADRO: INTERES     *
000757*  SOBRE SALDO, CAPITAL POR          *
000758*  DIFERENCIA, IVA Y VENCIMIENTO     *
000759**************************************
000760
000761 5200-I-GENERAR-CUOTA.
000762
000763     ADD 1 TO WS-NRO-CUOTA.
000764
000765     MOVE SPACES           TO REG-CUOTA.
000766     MOVE ALT-NRO-PRESTAMO TO CUO-NRO-PRESTAMO.
000767     MOVE WS-NRO-CUOTA     TO CUO-NRO-CUOTA.
000768
000769     COMPUTE CUO-INTERES ROUNDED = WS-SALDO * WS-TASA-MENSUAL.
000770
000771*    LA ULTIMA CUOTA CANCELA EL SALDO QUE QUEDE POR EL
000772*    REDONDEO
000773
000774     IF WS-NRO-CUOTA EQUAL ALT-CANT-CUOTAS
000775        MOVE WS-SALDO TO CUO-CAPITAL
000776     ELSE
000777        COMPUTE CUO-CAPITAL = WS-CUOTA-PURA - CUO-INTERES
000778     END-IF.
000779
000780     SUBTRACT CUO-CAPITAL FROM WS-SALDO.
000781
000782     COMPUTE CUO-IMPUESTO ROUNDED =
000783             CUO-INTERES * WS-TASA-IVA / 100.
000784
000785     COMPUTE CUO-TOTAL =
000786             CUO-CAPITAL + CUO-INTERES + CUO-IMPUESTO.
000787
000788     MOVE WS-SALDO TO CUO-SALDO-CAPITAL.
000789
000790*    VENCIMIENTO: MISMO DIA DEL PRIMERO, MES A MES
000791
000792     IF WS-NRO-CUOTA GREATER THAN 1
000793        ADD 1 TO WS-VTO-MM
000794        IF WS-VTO-MM GREATER THAN 12
000795           MOVE 01 TO WS-VTO-MM
000796           ADD  1  TO WS-VTO-AAAA
000797        END-IF
000798     END-IF.
000799
000800     MOVE WS-VTO-AAAA TO WS-TRA-AAAA.
000801     MOVE WS-VTO-MM   TO WS-TRA-MM.
000802     MOVE WS-DIA-VTO  TO WS-TRA-DD.
000803
000804     PERFORM 5500-I-AJUSTAR-VTO THRU 5500-F-AJUSTAR-VTO.
000805
000806     MOVE WS-FECHA-TRABAJO TO CUO-FECHA-VTO.
000807     IF WS-NRO-CUOTA EQUAL 1
000808        MOVE WS-FECHA-TRABAJO TO WS-PRIMER-VTO
000809     END-IF.
000810     MOVE 'P'              TO CUO-ESTADO.
000811     MOVE ZEROS            TO CUO-FECHA-PAGO
000812                              CUO-PUNITORIO
000813                              CUO-FECHA-PUNIT.
000814
000815     WRITE REG-CUOTA.
000816     IF WS-CUO-CODE IS NOT EQUAL '00'
000817        DISPLAY '* ERROR EN WRITE CUOTAS  = ' WS-CUO-CODE
000818        MOVE 9999 TO RETURN-CODE
000819        SET WS-FIN-LECTURA TO TRUE
000820        GO TO 5200-F-GENERAR-CUOTA
000821     END-IF.
000822
000823     ADD 1 TO WS-CONT-CUOTAS.
000824
000825     MOVE CUO-NRO-CUOTA     TO WS-CUO-NRO.
000826     MOVE CUO-FECHA-VTO     TO WS-CUO-VTO.
000827     MOVE CUO-CAPITAL       TO WS-CUO-CAPITAL.
000828     MOVE CUO-INTERES       TO WS-CUO-INTERES.
000829     MOVE CUO-IMPUESTO      TO WS-CUO-IMPUESTO.
000830     MOVE CUO-TOTAL         TO WS-CUO-TOTAL.
000831     MOVE CUO-SALDO-CAPITAL TO WS-CUO-SALDO.
000832
000833     WRITE REG-LISTADO FROM WS-LIN-CUOTA.
000834     IF WS-LIS-CODE IS NOT EQUAL '00'
000835        DISPLAY '* ERROR EN WRITE LISTADO = ' WS-LIS-CODE
000836        MOVE 9999 TO RETURN-CODE
000837        SET WS-FIN-LECTURA TO TRUE
000838     END-IF.
000839
000840 5200-F-GENERAR-CUOTA. EXIT.
000841
000842**************************************
000843*  VENCIMIENTO AJUSTADO AL FIN DE    *
000844*  MES Y AL DIA HABIL SIGUIENTE      *
000845**************************************
000846
000847 5500-I-AJUSTAR-VTO.
000848
000849     PERFORM 5600-I-DIAS-DEL-MES THRU 5600-F-DIAS-DEL-MES.
000850
000851     IF WS-TRA-DD GREATER THAN WS-DIAS-MES
000852        MOVE WS-DIAS-MES TO WS-TRA-DD
000853     END-IF.
000854
000855*    SI LA FECHA NO ES DIA HABIL SE CORRE AL SIGUIENTE
000856*    HABIL CON EL CALENDARIO DE PGMRUT
000857
000858     MOVE SPACES TO LK-AREA.
000859     MOVE WS-FECHA-TRABAJO(1:2) TO LK-SIGLO.
000860     MOVE WS-FECHA-TRABAJO(3:2) TO LK-ANIO.
000861     MOVE WS-FECHA-TRABAJO(5:2) TO LK-MES.
000862     MOVE WS-FECHA-TRABAJO(7:2) TO LK-DIA.
000863     MOVE 'B' TO LK-FUNCION.
000864
000865     CALL WS-PGMRUT USING LK-AREA.
000866
000867     IF RETURN-CODE NOT EQUAL ZEROS
000868        DISPLAY 'ERROR RUTINA FECHA: ' RETURN-CODE
000869        MOVE ZEROS TO RETURN-CODE
000870        GO TO 5500-F-AJUSTAR-VTO
000871     END-IF.
000872
000873     IF LK-RESULTADO EQUAL 'N'
000874        MOVE 'N' TO LK-FUNCION
000875        CALL WS-PGMRUT USING LK-AREA
000876        IF RETURN-CODE EQUAL ZEROS
000877           MOVE LK-FECHA-HABIL TO WS-FECHA-TRABAJO
000878        ELSE
000879           DISPLAY 'ERROR RUTINA FECHA: ' RETURN-CODE
000880           MOVE ZEROS TO RETURN-CODE
000881        END-IF
000882     END-IF.
000883
000884 5500-F-AJUSTAR-VTO. EXIT.
000885
000886**************************************
000887*  DIAS DEL MES DE WS-FECHA-TRABAJO  *
000888*  (CON ANIO BISIESTO)               *
000889**************************************
000890
000891 5600-I-DIAS-DEL-MES.
000892
000893     EVALUATE WS-TRA-MM
000894       WHEN 01
000895       WHEN 03
000896       WHEN 05
000897       WHEN 07
000898       WHEN 08
000899       WHEN 10
000900       WHEN 12
000901          MOVE 31 TO WS-DIAS-MES
000902       WHEN 04
000903       WHEN 06
000904       WHEN 09
000905       WHEN 11
000906          MOVE 30 TO WS-DIAS-MES
000907       WHEN 02
000908          PERFORM 5700-I-BISIESTO THRU 5700-F-BISIESTO
000909       WHEN OTHER
000910          MOVE ZEROS TO WS-DIAS-MES
000911     END-EVALUATE.
000912
000913 5600-F-DIAS-DEL-MES. EXIT.
000914
000915 5700-I-BISIESTO.
000916
000917     MOVE 28 TO WS-DIAS-MES.
000918
000919     DIVIDE WS-TRA-AAAA BY 400 GIVING WS-COCIENTE
000920            REMAINDER WS-RESTO.
000921     IF WS-RESTO EQUAL ZEROS
000922        MOVE 29 TO WS-DIAS-MES
000923        GO TO 5700-F-BISIESTO
000924     END-IF.
000925
000926     DIVIDE WS-TRA-AAAA BY 100 GIVING WS-COCIENTE
000927            REMAINDER WS-RESTO.
000928     IF WS-RESTO EQUAL ZEROS
000929        GO TO 5700-F-BISIESTO
000930     END-IF.
000931
000932     DIVIDE WS-TRA-AAAA BY 4 GIVING WS-COCIENTE
000933            REMAINDER WS-RESTO.
000934     IF WS-RESTO EQUAL ZEROS
000935        MOVE 29 TO WS-DIAS-MES
000936     END-IF.
000937
000938 5700-F-BISIESTO. EXIT.
000939
000940**************************************
000941*  LINEA DEL INFORME                 *
000942**************************************
000943
000944 6000-I-LISTAR.
000945
000946     MOVE ALT-NRO-PRESTAMO TO WS-DET-PRESTAMO.
000947     MOVE SPACES           TO WS-DET-CUENTA.
000948     MOVE ALT-TIPO-CUENTA  TO WS-DET-CUENTA(1:2).
000949     MOVE ALT-NRO-CUENTA   TO WS-DET-CUENTA(3:15).
000950     MOVE ZEROS            TO WS-DET-CAPITAL
000951                              WS-DET-TASA
000952                              WS-DET-CUOTAS.
000953
000954     IF ALT-CAPITAL IS NUMERIC
000955        MOVE ALT-CAPITAL     TO WS-DET-CAPITAL
000956     END-IF.
000957     IF ALT-TASA IS NUMERIC
000958        MOVE ALT-TASA        TO WS-DET-TASA
000959     END-IF.
000960     IF ALT-CANT-CUOTAS IS NUMERIC
000961        MOVE ALT-CANT-CUOTAS TO WS-DET-CUOTAS
000962     END-IF.
000963     MOVE WS-CUOTA-PURA    TO WS-DET-CUOTA.
000964
000965     WRITE REG-LISTADO FROM WS-LIN-DETALLE.
000966     IF WS-LIS-CODE IS NOT EQUAL '00'
000967        DISPLAY '* ERROR EN WRITE LISTADO = ' WS-LIS-CODE
000968        MOVE 9999 TO RETURN-CODE
000969        SET WS-FIN-LECTURA TO TRUE
000970     END-IF.
000971
000972 6000-F-LISTAR. EXIT.
000973
000974**************************************
000975*                                    *
000976*  CUERPO FINAL CIERRE DE FILES      *
000977*                                    *
000978**************************************
000979 9999-I-FINAL.
000980
000981     IF RETURN-CODE EQUAL ZEROS
000982        EXEC SQL
000983           COMMIT
000984        END-EXEC
000985     ELSE
000986        EXEC SQL
000987           ROLLBACK
000988        END-EXEC
000989     END-IF.
000990
000991     CLOSE ALTAS
000992        IF WS-ALT-CODE IS NOT EQUAL '00'
000993          DISPLAY '* ERROR EN CLOSE ALTAS   = ' WS-ALT-CODE
000994          MOVE 9999 TO RETURN-CODE
000995       END-IF.
000996
000997     CLOSE PRESTAMO
000998        IF WS-PRE-CODE IS NOT EQUAL '00'
000999          DISPLAY '* ERROR EN CLOSE PRESTAMO = ' WS-PRE-CODE
001000          MOVE 9999 TO RETURN-CODE
001001       END-IF.
001002
001003     CLOSE CUOTAS
001004        IF WS-CUO-CODE IS NOT EQUAL '00'
001005          DISPLAY '* ERROR EN CLOSE CUOTAS  = ' WS-CUO-CODE
001006          MOVE 9999 TO RETURN-CODE
001007       END-IF.
001008
001009     CLOSE MOVCTA
001010        IF WS-MOV-CODE IS NOT EQUAL '00'
001011          DISPLAY '* ERROR EN CLOSE MOVCTA  = ' WS-MOV-CODE
001012          MOVE 9999 TO RETURN-CODE
001013       END-IF.
001014
001015     CLOSE LISTADO
001016        IF WS-LIS-CODE IS NOT EQUAL '00'
001017          DISPLAY '* ERROR EN CLOSE LISTADO = ' WS-LIS-CODE
001018          MOVE 9999 TO RETURN-CODE
001019       END-IF.
001020
001021**********************************
001022*   MOSTRAR TOTALES DE CONTROL   *
001023**********************************
001024
001025     DISPLAY 'ALTAS LEIDAS: '              WS-CONT-LEIDAS.
001026     DISPLAY 'PRESTAMOS CONSTITUIDOS: '    WS-CONT-CONSTITUIDOS.
001027     DISPLAY 'ALTAS RECHAZADAS: '          WS-CONT-RECHAZADAS.
001028     DISPLAY 'CUOTAS GENERADAS: '          WS-CONT-CUOTAS.
001029     DISPLAY 'TOTAL DESEMBOLSADO: '        WS-TOTAL-DESEMBOLSADO.
001030
001031 9999-F-FINAL. EXIT.

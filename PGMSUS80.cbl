000001 IDENTIFICATION DIVISION.
000002*                                                        *
000003 PROGRAM-ID. PGMSUS80.
000004**********************************************************
000005*                                                        *
000006*  INFORME DE ANTIGUEDAD DEL REGISTRO DE SUSPENSO        *
000007*                                                        *
000008*  LEE EL REGISTRO DE SUSPENSO QUE DEJA PGMMOV34 CADA    *
000009*  NOCHE (CPSUSPEN: MOVIMIENTOS QUE YA MOVIERON EL SALDO *
000010*  EN TBCUENTAS Y NO PUDIERON PASAR AL MAESTRO) Y LISTA: *
000011*                                                        *
000012*  1) LAS PARTIDAS ABIERTAS CON MAS DIAS QUE EL          *
000013*     PARAMETRO DE SYSIN (DEFECTO 30), CON LA CUENTA, EL *
000014*     CLIENTE, EL ULTIMO MOTIVO Y LOS REPASES            *
000015*  2) EL RESUMEN DE PARTIDAS ABIERTAS POR ORIGEN (TIPO   *
000016*     DE MOVIMIENTO) Y MONEDA EN TRAMOS DE ANTIGUEDAD:   *
000017*     HASTA 7 DIAS, 8 A 30, 31 A 90 Y MAS DE 90          *
000018*  3) LOS TOTALES POR MONEDA, QUE SON EL SALDO DE LA     *
000019*     CUENTA CONTABLE DE SUSPENSO (2190, PGMCTB49), Y    *
000020*     LAS PARTIDAS CANCELADAS POR EL REPASE DE LA NOCHE  *
000021*                                                        *
000022*  IMPORTES CON SIGNO: + CREDITO AL CLIENTE PENDIENTE,   *
000023*  - DEBITO PENDIENTE. ANTIGUEDAD EN DIAS (360 DIAS)     *
000024*                                                        *
000025**********************************************************
000026*      MANTENIMIENTO DE PROGRAMA                         *
000027**********************************************************
000028*  FECHA      *       DETALLE        *
000029**************************************
000030* 15/10/2026  * ANTIGUEDAD DEL       *
000031*             * REGISTRO DE SUSPENSO *
000032*             * POR ORIGEN           *
000033**************************************
000034 AUTHOR. NAHUEL GATTARI.
000035 ENVIRONMENT DIVISION.
000036 CONFIGURATION SECTION.
000037 SPECIAL-NAMES.
000038     DECIMAL-POINT IS COMMA.
000039
000040 INPUT-OUTPUT SECTION.
000041 FILE-CONTROL.
000042
000043       SELECT SUSPENSO ASSIGN DDSUS
000044              FILE STATUS IS WS-SUS-CODE.
000045
000046       SELECT LISTADO  ASSIGN DDLIS
000047              FILE STATUS IS WS-LIS-CODE.
000048
000049       SELECT RUNCTL   ASSIGN DDRUN
000050              FILE STATUS IS WS-RUN-CODE.
000051
000052       SELECT PARMIN   ASSIGN SYSIN
000053              FILE STATUS IS WS-PRM-CODE.
000054
000055 DATA DIVISION.
000056 FILE SECTION.
000057 FD SUSPENSO
000058      BLOCK CONTAINS 0 RECORDS
000059      RECORDING MODE IS F.
000060
000061     COPY CPSUSPEN.
000062
000063 FD LISTADO
000064      BLOCK CONTAINS 0 RECORDS
000065      RECORDING MODE IS F.
000066
000067 01 REG-LISTADO     PIC X(132).
000068
000069 FD RUNCTL
000070      BLOCK CONTAINS 0 RECORDS
000071      RECORDING MODE IS F.
000072
000073     COPY CPRUNCTL.
000074
000075 FD PARMIN
000076      BLOCK CONTAINS 0 RECORDS
000077      RECORDING MODE IS F.
000078
000079 01  REG-PARMIN      PIC X(80).
000080
000081**************************************
000082 WORKING-STORAGE SECTION.
000083**************************************
000084 77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000085 77  WS-SUS-CODE      PIC XX    VALUE SPACES.
000086 77  WS-LIS-CODE      PIC XX    VALUE SPACES.
000087 77  WS-RUN-CODE      PIC XX    VALUE SPACES.
000088 77  WS-PRM-CODE      PIC XX    VALUE SPACES.
000089
000090************
000091*CONTADORES*
000092************
000093 77  WS-CONT-LEIDOS       PIC 9(8)     VALUE ZEROS.
000094 77  WS-CONT-ABIERTAS     PIC 9(8)     VALUE ZEROS.
000095 77  WS-CONT-CANCELADAS   PIC 9(8)     VALUE ZEROS.
000096 77  WS-CONT-VENCIDAS     PIC 9(8)     VALUE ZEROS.
000097 77  WS-LINEA             PIC 9(02)    VALUE 99.
000098 77  WS-CONT-PAGINA       PIC 9(03)    VALUE ZEROS.
000099
000100********************
000101*      FLAGS       *
000102********************
000103
000104 01  WS-STATUS-FIN    PIC X.
000105     88  WS-FIN-LECTURA         VALUE 'Y'.
000106     88  WS-NO-FIN-LECTURA      VALUE 'N'.
000107
000108 01  WS-SW-ORIGEN     PIC X     VALUE 'N'.
000109     88  WS-ENCONTRO-ORI        VALUE 'S'.
000110     88  WS-NO-ENCONTRO-ORI     VALUE 'N'.
000111
000112**************************************
000113*   PARAMETRO: DIAS DE ANTIGUEDAD    *
000114*   PARA EL DETALLE                  *
000115**************************************
000116
000117 77  WS-PARM-DIAS     PIC 9(03)    VALUE 030.
000118
000119**************************************
000120*   FECHAS Y ANTIGUEDAD (360 DIAS)   *
000121**************************************
000122
000123 01  WS-FECHA-PROCESO     PIC 9(08)    VALUE ZEROS.
000124 01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
000125     03  WS-PRO-AAAA      PIC 9(04).
000126     03  WS-PRO-MM        PIC 9(02).
000127     03  WS-PRO-DD        PIC 9(02).
000128
000129 01  WS-FECHA-ALTA        PIC 9(08)    VALUE ZEROS.
000130 01  WS-FECHA-ALTA-R REDEFINES WS-FECHA-ALTA.
000131     03  WS-ALT-AAAA      PIC 9(04).
000132     03  WS-ALT-MM        PIC 9(02).
000133     03  WS-ALT-DD        PIC 9(02).
000134
000135 77  WS-SERIE-PROCESO     PIC 9(08)    VALUE ZEROS.
000136 77  WS-SERIE-ALTA        PIC 9(08)    VALUE ZEROS.
000137 77  WS-DIAS-ABIERTA      PIC S9(08)   VALUE ZEROS.
000138 77  WS-TRAMO             PIC 9(01)    VALUE ZEROS.
000139
000140**************************************
000141*   VISTA DEL MOVIMIENTO EN SUSPENSO *
000142**************************************
000143
000144     COPY CPMOVCTA.
000145
000146**************************************
000147*   RESUMEN POR ORIGEN Y MONEDA EN   *
000148*   TRAMOS: 1 = HASTA 7 DIAS,        *
000149*   2 = 8 A 30, 3 = 31 A 90,         *
000150*   4 = MAS DE 90                    *
000151**************************************
000152
000153 77  WS-CONT-ORI      PIC 9(03)     VALUE ZEROS.
000154 77  WS-SUB-ORI       PIC 9(03)     VALUE ZEROS.
000155 77  WS-SUB-TRA       PIC 9(01)     VALUE ZEROS.
000156 77  WS-BUSCA-ORI     PIC X(04)     VALUE SPACES.
000157
000158 01  WS-TABLA-ORIGENES.
000159     05  WS-ORI-ENTRADA OCCURS 50 TIMES
000160             INDEXED BY WS-IDX-ORI.
000161         10  WS-ORI-CLAVE.
000162             15  WS-ORI-ORIGEN  PIC X(02).
000163             15  WS-ORI-MONEDA  PIC X(02).
000164         10  WS-ORI-CANT        PIC 9(08).
000165         10  WS-ORI-TRAMO OCCURS 4 TIMES
000166                                PIC S9(11)V99 COMP-3.
000167         10  WS-ORI-TOTAL       PIC S9(11)V99 COMP-3.
000168
000169 01  WS-TOTALES-MONEDA.
000170     03  WS-TOT-CANT-PESOS    PIC 9(08)     VALUE ZEROS.
000171     03  WS-TOT-IMP-PESOS     PIC S9(11)V99 COMP-3 VALUE ZEROS.
000172     03  WS-TOT-CANT-DOLARES  PIC 9(08)     VALUE ZEROS.
000173     03  WS-TOT-IMP-DOLARES   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000174     03  WS-TOT-IMP-CANCEL    PIC S9(11)V99 COMP-3 VALUE ZEROS.
000175
000176***********************************
000177*       LINEAS DEL LISTADO        *
000178***********************************
000179
000180 01  WS-TITULO.
000181     03  FILLER              PIC X(10)    VALUE  SPACES.
000182     03  FILLER              PIC X(42)    VALUE
000183      'ANTIGUEDAD DEL REGISTRO DE SUSPENSO       '.
000184     03  FILLER              PIC X(07)    VALUE 'FECHA: '.
000185     03  WS-TIT-FECHA        PIC 9(08)    VALUE ZEROS.
000186     03  FILLER              PIC X(11)    VALUE '  MAS DE   '.
000187     03  WS-TIT-DIAS         PIC ZZ9      VALUE ZEROS.
000188     03  FILLER              PIC X(05)    VALUE ' DIAS'.
000189     03  FILLER              PIC X(10)    VALUE '   PAGINA '.
000190     03  WS-TIT-PAGINA       PIC ZZ9      VALUE ZEROS.
000191     03  FILLER              PIC X(33)    VALUE SPACES.
000192
000193 01  WS-COL-DETALLE.
000194     03  FILLER    PIC X(02)    VALUE SPACES.
000195     03  FILLER    PIC X(17)    VALUE 'CUENTA'.
000196     03  FILLER    PIC X(07)    VALUE 'CLIENTE'.
000197     03  FILLER    PIC X(04)    VALUE 'OR'.
000198     03  FILLER    PIC X(04)    VALUE 'MO'.
000199     03  FILLER    PIC X(17)    VALUE '        IMPORTE'.
000200     03  FILLER    PIC X(10)    VALUE 'FEC.ALTA'.
000201     03  FILLER    PIC X(08)    VALUE '   DIAS'.
000202     03  FILLER    PIC X(05)    VALUE 'REP'.
000203     03  FILLER    PIC X(30)    VALUE 'ULTIMO MOTIVO'.
000204     03  FILLER    PIC X(28)    VALUE SPACES.
000205
000206 01  WS-LIN-VENCIDA.
000207     03  FILLER    PIC X(02)    VALUE SPACES.
000208     03  WS-VEN-CUENTA   PIC X(15)    VALUE SPACES.
000209     03  FILLER    PIC X(02)    VALUE SPACES.
000210     03  WS-VEN-CLIENTE  PIC X(05)    VALUE SPACES.
000211     03  FILLER    PIC X(02)    VALUE SPACES.
000212     03  WS-VEN-ORIGEN   PIC X(02)    VALUE SPACES.
000213     03  FILLER    PIC X(02)    VALUE SPACES.
000214     03  WS-VEN-MONEDA   PIC X(02)    VALUE SPACES.
000215     03  FILLER    PIC X(02)    VALUE SPACES.
000216     03  WS-VEN-IMPORTE  PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000217     03  FILLER    PIC X(02)    VALUE SPACES.
000218     03  WS-VEN-FECHA    PIC 9(08)    VALUE ZEROS.
000219     03  FILLER    PIC X(02)    VALUE SPACES.
000220     03  WS-VEN-DIAS     PIC ZZ.ZZ9   VALUE ZEROS.
000221     03  FILLER    PIC X(02)    VALUE SPACES.
000222     03  WS-VEN-REPASES  PIC ZZ9      VALUE ZEROS.
000223     03  FILLER    PIC X(02)    VALUE SPACES.
000224     03  WS-VEN-MOTIVO   PIC X(30)    VALUE SPACES.
000225     03  FILLER    PIC X(26)    VALUE SPACES.
000226
000227 01  WS-TIT-RESUMEN.
000228     03  FILLER    PIC X(02)    VALUE SPACES.
000229     03  FILLER    PIC X(60)    VALUE
000230      'PARTIDAS ABIERTAS POR ORIGEN, MONEDA Y ANTIGUEDAD'.
000231     03  FILLER    PIC X(70)    VALUE SPACES.
000232
000233 01  WS-COL-RESUMEN.
000234     03  FILLER    PIC X(02)    VALUE SPACES.
000235     03  FILLER    PIC X(04)    VALUE 'OR'.
000236     03  FILLER    PIC X(22)    VALUE 'DESCRIPCION'.
000237     03  FILLER    PIC X(04)    VALUE 'MO'.
000238     03  FILLER    PIC X(08)    VALUE '    CANT'.
000239     03  FILLER    PIC X(17)    VALUE '    HASTA 7 DIAS'.
000240     03  FILLER    PIC X(17)    VALUE '      8 A 30'.
000241     03  FILLER    PIC X(17)    VALUE '     31 A 90'.
000242     03  FILLER    PIC X(17)    VALUE '   MAS DE 90'.
000243     03  FILLER    PIC X(17)    VALUE '         TOTAL'.
000244     03  FILLER    PIC X(07)    VALUE SPACES.
000245
000246 01  WS-LIN-RESUMEN.
000247     03  FILLER    PIC X(02)    VALUE SPACES.
000248     03  WS-RES-ORIGEN   PIC X(02)    VALUE SPACES.
000249     03  FILLER    PIC X(02)    VALUE SPACES.
000250     03  WS-RES-DESCRIP  PIC X(20)    VALUE SPACES.
000251     03  FILLER    PIC X(02)    VALUE SPACES.
000252     03  WS-RES-MONEDA   PIC X(02)    VALUE SPACES.
000253     03  FILLER    PIC X(02)    VALUE SPACES.
000254     03  WS-RES-CANT     PIC ZZZZZ9   VALUE ZEROS.
000255     03  FILLER    PIC X(02)    VALUE SPACES.
000256     03  WS-RES-TRAMO-1  PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000257     03  FILLER    PIC X(02)    VALUE SPACES.
000258     03  WS-RES-TRAMO-2  PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000259     03  FILLER    PIC X(02)    VALUE SPACES.
000260     03  WS-RES-TRAMO-3  PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000261     03  FILLER    PIC X(02)    VALUE SPACES.
000262     03  WS-RES-TRAMO-4  PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000263     03  FILLER    PIC X(02)    VALUE SPACES.
000264     03  WS-RES-TOTAL    PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000265     03  FILLER    PIC X(08)    VALUE SPACES.
000266
000267 01  WS-LIN-TOTAL.
000268     03  FILLER    PIC X(02)    VALUE SPACES.
000269     03  WS-TOT-TEXTO    PIC X(40)    VALUE SPACES.
000270     03  WS-TOT-CANT     PIC ZZZZZZZ9 VALUE ZEROS.
000271     03  FILLER    PIC X(02)    VALUE SPACES.
000272     03  WS-TOT-IMPORTE  PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
000273     03  FILLER    PIC X(62)    VALUE SPACES.
000274
000275 01  WS-LIN-BLANCO    PIC X(132)   VALUE SPACES.
000276
000277 77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000278
000279***************************************************************.
000280 PROCEDURE DIVISION.
000281**************************************
000282*                                    *
000283*  CUERPO PRINCIPAL DEL PROGRAMA     *
000284*                                    *
000285**************************************
000286 MAIN-PROGRAM.
000287
000288     PERFORM 1000-I-INICIO  THRU 1000-F-INICIO.
000289
000290     PERFORM 2000-I-PROCESO THRU 2000-F-PROCESO
000291                            UNTIL WS-FIN-LECTURA.
000292
000293     PERFORM 8000-I-RESUMEN THRU 8000-F-RESUMEN.
000294
000295     PERFORM 9999-I-FINAL   THRU 9999-F-FINAL.
000296
000297 F-MAIN-PROGRAM. GOBACK.
000298
000299**************************************
000300*                                    *
000301*  CUERPO INICIO APERTURA ARCHIVOS   *
000302*                                    *
000303**************************************
000304 1000-I-INICIO.
000305
000306     SET WS-NO-FIN-LECTURA TO TRUE.
000307
000308     PERFORM 1100-I-LEER-RUNCTL THRU 1100-F-LEER-RUNCTL.
000309
000310     IF NOT WS-FIN-LECTURA
000311
000312        OPEN INPUT SUSPENSO
000313        IF WS-SUS-CODE IS NOT EQUAL '00'
000314           DISPLAY '* ERROR EN OPEN SUSPENSO = ' WS-SUS-CODE
000315           MOVE 9999 TO RETURN-CODE
000316           SET  WS-FIN-LECTURA TO TRUE
000317        END-IF
000318
000319        OPEN OUTPUT LISTADO
000320        IF WS-LIS-CODE IS NOT EQUAL '00'
000321           DISPLAY '* ERROR EN OPEN LISTADO  = ' WS-LIS-CODE
000322           MOVE 9999 TO RETURN-CODE
000323           SET  WS-FIN-LECTURA TO TRUE
000324        END-IF
000325     END-IF.
000326
000327     PERFORM 1150-I-LEER-PARM THRU 1150-F-LEER-PARM.
000328
000329     COMPUTE WS-SERIE-PROCESO = WS-PRO-AAAA * 360
000330           + WS-PRO-MM * 30 + WS-PRO-DD.
000331
000332     IF NOT WS-FIN-LECTURA
000333        PERFORM 3000-I-LEER-SUSPENSO THRU 3000-F-LEER-SUSPENSO
000334     END-IF.
000335
000336 1000-F-INICIO.   EXIT.
000337
000338**************************************
000339*  FECHA OFICIAL DE PROCESO DESDE    *
000340*  EL CONTROL DE CORRIDA             *
000341**************************************
000342
000343 1100-I-LEER-RUNCTL.
000344
000345     OPEN INPUT RUNCTL.
000346
000347     IF WS-RUN-CODE NOT EQUAL '00'
000348        DISPLAY '* ERROR EN OPEN RUNCTL   = ' WS-RUN-CODE
000349        MOVE 9999 TO RETURN-CODE
000350        SET  WS-FIN-LECTURA TO TRUE
000351        GO TO 1100-F-LEER-RUNCTL
000352     END-IF.
000353
000354     READ RUNCTL.
000355     IF WS-RUN-CODE NOT EQUAL '00'
000356        DISPLAY '* ERROR EN LECTURA RUNCTL = ' WS-RUN-CODE
000357        MOVE 9999 TO RETURN-CODE
000358        SET  WS-FIN-LECTURA TO TRUE
000359        CLOSE RUNCTL
000360        GO TO 1100-F-LEER-RUNCTL
000361     END-IF.
000362
000363     MOVE RUN-FECHA-PROCESO TO WS-FECHA-PROCESO.
000364
000365     CLOSE RUNCTL.
000366
000367 1100-F-LEER-RUNCTL. EXIT.
000368
000369**************************************
000370*  PARAMETRO: DIAS PARA EL DETALLE   *
000371*  DE PARTIDAS (OPCIONAL)            *
000372**************************************
000373
000374 1150-I-LEER-PARM.
000375
000376     OPEN INPUT PARMIN.
000377
000378     IF WS-PRM-CODE EQUAL '00'
000379        MOVE SPACES TO REG-PARMIN
000380        READ PARMIN
000381           AT END
000382              CONTINUE
000383           NOT AT END
000384              IF REG-PARMIN(1:3) IS NUMERIC
000385                 MOVE REG-PARMIN(1:3) TO WS-PARM-DIAS
000386              END-IF
000387        END-READ
000388        CLOSE PARMIN
000389     END-IF.
000390
000391 1150-F-LEER-PARM. EXIT.
000392
000393**************************************
000394*                                    *
000395*  CUERPO PRINCIPAL DE PROCESOS      *
000396*                                    *
000397**************************************
000398 2000-I-PROCESO.
000399
000400     EVALUATE TRUE
000401       WHEN SUS-ABIERTA
000402          PERFORM 4000-I-ENVEJECER THRU 4000-F-ENVEJECER
000403       WHEN SUS-CANCELADA
000404          ADD 1 TO WS-CONT-CANCELADAS
000405          ADD SUS-IMPORTE TO WS-TOT-IMP-CANCEL
000406       WHEN OTHER
000407          DISPLAY '* AVISO: PARTIDA CON ESTADO INVALIDO = '
000408                  SUS-ESTADO
000409     END-EVALUATE.
000410
000411     PERFORM 3000-I-LEER-SUSPENSO THRU 3000-F-LEER-SUSPENSO.
000412
000413 2000-F-PROCESO. EXIT.
000414
000415**************************************
000416* LECTURA REGISTRO DE SUSPENSO       *
000417**************************************
000418
000419 3000-I-LEER-SUSPENSO.
000420
000421     READ SUSPENSO.
000422
000423     EVALUATE WS-SUS-CODE
000424       WHEN '00'
000425          ADD 1 TO WS-CONT-LEIDOS
000426       WHEN '10'
000427          SET WS-FIN-LECTURA TO TRUE
000428       WHEN OTHER
000429          DISPLAY '* ERROR EN LECTURA SUSPENSO = ' WS-SUS-CODE
000430          MOVE 9999 TO RETURN-CODE
000431          SET WS-FIN-LECTURA TO TRUE
000432     END-EVALUATE.
000433
000434 3000-F-LEER-SUSPENSO. EXIT.
000435
000436**************************************
000437*  ANTIGUEDAD DE UNA PARTIDA ABIERTA *
000438*  Y ACUMULACION POR ORIGEN          *
000439**************************************
000440
000441 4000-I-ENVEJECER.
000442
000443     ADD 1 TO WS-CONT-ABIERTAS.
000444
000445     MOVE SUS-FECHA-ALTA TO WS-FECHA-ALTA.
000446
000447     COMPUTE WS-SERIE-ALTA = WS-ALT-AAAA * 360
000448           + WS-ALT-MM * 30 + WS-ALT-DD.
000449
000450     COMPUTE WS-DIAS-ABIERTA =
000451             WS-SERIE-PROCESO - WS-SERIE-ALTA.
000452
000453     EVALUATE TRUE
000454       WHEN WS-DIAS-ABIERTA NOT GREATER THAN 7
000455          MOVE 1 TO WS-TRAMO
000456       WHEN WS-DIAS-ABIERTA NOT GREATER THAN 30
000457          MOVE 2 TO WS-TRAMO
000458       WHEN WS-DIAS-ABIERTA NOT GREATER THAN 90
000459          MOVE 3 TO WS-TRAMO
000460       WHEN OTHER
000461          MOVE 4 TO WS-TRAMO
000462     END-EVALUATE.
000463
000464     PERFORM 4100-I-BUSCAR-ORIGEN THRU 4100-F-BUSCAR-ORIGEN.
000465
000466     IF WS-ENCONTRO-ORI
000467        ADD 1           TO WS-ORI-CANT(WS-IDX-ORI)
000468        ADD SUS-IMPORTE TO WS-ORI-TRAMO(WS-IDX-ORI, WS-TRAMO)
000469                           WS-ORI-TOTAL(WS-IDX-ORI)
000470     END-IF.
000471
000472     IF SUS-MONEDA EQUAL '02'
000473        ADD 1           TO WS-TOT-CANT-DOLARES
000474        ADD SUS-IMPORTE TO WS-TOT-IMP-DOLARES
000475     ELSE
000476        ADD 1           TO WS-TOT-CANT-PESOS
000477        ADD SUS-IMPORTE TO WS-TOT-IMP-PESOS
000478     END-IF.
000479
000480     IF WS-DIAS-ABIERTA GREATER THAN WS-PARM-DIAS
000481        PERFORM 6500-I-LISTAR-VENCIDA THRU 6500-F-LISTAR-VENCIDA
000482     END-IF.
000483
000484 4000-F-ENVEJECER. EXIT.
000485
000486**************************************
000487*  ENTRADA DEL ORIGEN Y MONEDA EN LA *
000488*  TABLA (SE AGREGA SI NO ESTA)      *
000489**************************************
000490
000491 4100-I-BUSCAR-ORIGEN.
000492
000493     MOVE SUS-ORIGEN TO WS-BUSCA-ORI(1:2).
000494     MOVE SUS-MONEDA TO WS-BUSCA-ORI(3:2).
000495
000496     SET WS-NO-ENCONTRO-ORI TO TRUE.
000497     SET WS-IDX-ORI TO 1.
000498
000499     PERFORM 4150-I-COMPARAR-ORIGEN THRU 4150-F-COMPARAR-ORIGEN
000500        UNTIL WS-IDX-ORI > WS-CONT-ORI OR WS-ENCONTRO-ORI.
000501
000502     IF WS-ENCONTRO-ORI
000503        GO TO 4100-F-BUSCAR-ORIGEN
000504     END-IF.
000505
000506     IF WS-CONT-ORI NOT LESS THAN 50
000507        DISPLAY '* TABLA DE ORIGENES LLENA = ' WS-BUSCA-ORI
000508        GO TO 4100-F-BUSCAR-ORIGEN
000509     END-IF.
000510
000511     ADD 1 TO WS-CONT-ORI.
000512     SET WS-IDX-ORI TO WS-CONT-ORI.
000513     MOVE WS-BUSCA-ORI TO WS-ORI-CLAVE(WS-IDX-ORI).
000514     MOVE ZEROS        TO WS-ORI-CANT(WS-IDX-ORI)
000515                          WS-ORI-TRAMO(WS-IDX-ORI, 1)
000516                          WS-ORI-TRAMO(WS-IDX-ORI, 2)
000517                          WS-ORI-TRAMO(WS-IDX-ORI, 3)
000518                          WS-ORI-TRAMO(WS-IDX-ORI, 4)
000519                          WS-ORI-TOTAL(WS-IDX-ORI).
000520     SET WS-ENCONTRO-ORI TO TRUE.
000521
000522 4100-F-BUSCAR-ORIGEN. EXIT.
000523
000524 4150-I-COMPARAR-ORIGEN.
000525
000526     IF WS-ORI-CLAVE(WS-IDX-ORI) EQUAL WS-BUSCA-ORI
000527        SET WS-ENCONTRO-ORI TO TRUE
000528     ELSE
000529        SET WS-IDX-ORI UP BY 1
000530     END-IF.
000531
000532 4150-F-COMPARAR-ORIGEN. EXIT.
000533
000534**************************************
000535*  LINEA DE DETALLE DE UNA PARTIDA   *
000536*  CON MAS DIAS QUE EL PARAMETRO     *
000537**************************************
000538
000539 6500-I-LISTAR-VENCIDA.
000540
000541     IF WS-LINEA GREATER 55
000542        PERFORM 7000-I-ENCABEZADO THRU 7000-F-ENCABEZADO
000543     END-IF.
000544
000545     MOVE SUS-MOVIMIENTO    TO REG-MOVCTA.
000546
000547     MOVE MCT-NRO-CUENTA    TO WS-VEN-CUENTA.
000548     MOVE MCT-NRO-CLIENTE   TO WS-VEN-CLIENTE.
000549     MOVE SUS-ORIGEN        TO WS-VEN-ORIGEN.
000550     MOVE SUS-MONEDA        TO WS-VEN-MONEDA.
000551     MOVE SUS-IMPORTE       TO WS-VEN-IMPORTE.
000552     MOVE SUS-FECHA-ALTA    TO WS-VEN-FECHA.
000553     MOVE WS-DIAS-ABIERTA   TO WS-VEN-DIAS.
000554     MOVE SUS-REPASES       TO WS-VEN-REPASES.
000555     MOVE SUS-MOTIVO        TO WS-VEN-MOTIVO.
000556
000557     WRITE REG-LISTADO FROM WS-LIN-VENCIDA.
000558     IF WS-LIS-CODE IS NOT EQUAL '00'
000559        DISPLAY '* ERROR EN WRITE LISTADO = ' WS-LIS-CODE
000560        MOVE 9999 TO RETURN-CODE
000561        SET WS-FIN-LECTURA TO TRUE
000562     END-IF.
000563     ADD 1 TO WS-LINEA.
000564     ADD 1 TO WS-CONT-VENCIDAS.
000565
000566 6500-F-LISTAR-VENCIDA. EXIT.
000567
000568**************************************
000569*  ENCABEZADO DE PAGINA              *
000570**************************************
000571
000572 7000-I-ENCABEZADO.
000573
000574     ADD  1 TO WS-CONT-PAGINA.
000575     MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA.
000576     MOVE WS-PARM-DIAS     TO WS-TIT-DIAS.
000577     MOVE WS-CONT-PAGINA   TO WS-TIT-PAGINA.
000578
000579     WRITE REG-LISTADO FROM WS-TITULO AFTER PAGE.
000580     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
000581     WRITE REG-LISTADO FROM WS-COL-DETALLE.
000582
000583     IF WS-LIS-CODE IS NOT EQUAL '00'
000584        DISPLAY '* ERROR EN WRITE LISTADO = ' WS-LIS-CODE
000585        MOVE 9999 TO RETURN-CODE
000586        SET WS-FIN-LECTURA TO TRUE
000587     END-IF.
000588
000589     MOVE 4 TO WS-LINEA.
000590
000591 7000-F-ENCABEZADO. EXIT.
000592
000593**************************************
000594*  RESUMEN POR ORIGEN Y TOTALES      *
000595**************************************
000596
000597 8000-I-RESUMEN.
000598
000599     IF WS-LIS-CODE IS NOT EQUAL '00'
000600        OR RETURN-CODE NOT EQUAL ZEROS
000601        GO TO 8000-F-RESUMEN
000602     END-IF.
000603
000604*    SIN PARTIDAS VENCIDAS EL ENCABEZADO NO SALIO TODAVIA
000605
000606     IF WS-CONT-PAGINA EQUAL ZEROS
000607        PERFORM 7000-I-ENCABEZADO THRU 7000-F-ENCABEZADO
000608     END-IF.
000609
000610     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
000611     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
000612     WRITE REG-LISTADO FROM WS-TIT-RESUMEN.
000613     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
000614     WRITE REG-LISTADO FROM WS-COL-RESUMEN.
000615
000616     MOVE 1 TO WS-SUB-ORI.
000617     PERFORM 8100-I-LISTAR-ORIGEN THRU 8100-F-LISTAR-ORIGEN
000618        UNTIL WS-SUB-ORI > WS-CONT-ORI.
000619
000620     WRITE REG-LISTADO FROM WS-LIN-BLANCO.
000621
000622     MOVE 'ABIERTAS EN PESOS (SALDO 2190..01)' TO WS-TOT-TEXTO.
000623     MOVE WS-TOT-CANT-PESOS      TO WS-TOT-CANT.
000624     MOVE WS-TOT-IMP-PESOS       TO WS-TOT-IMPORTE.
000625     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
000626
000627     MOVE 'ABIERTAS EN DOLARES (SALDO 2190..02)'
000628                                 TO WS-TOT-TEXTO.
000629     MOVE WS-TOT-CANT-DOLARES    TO WS-TOT-CANT.
000630     MOVE WS-TOT-IMP-DOLARES     TO WS-TOT-IMPORTE.
000631     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
000632
000633     MOVE 'CANCELADAS POR EL REPASE DE LA NOCHE'
000634                                 TO WS-TOT-TEXTO.
000635     MOVE WS-CONT-CANCELADAS     TO WS-TOT-CANT.
000636     MOVE WS-TOT-IMP-CANCEL      TO WS-TOT-IMPORTE.
000637     WRITE REG-LISTADO FROM WS-LIN-TOTAL.
000638
000639     IF WS-LIS-CODE IS NOT EQUAL '00'
000640        DISPLAY '* ERROR EN WRITE LISTADO = ' WS-LIS-CODE
000641        MOVE 9999 TO RETURN-CODE
000642     END-IF.
000643
000644 8000-F-RESUMEN. EXIT.
000645
000646 8100-I-LISTAR-ORIGEN.
000647
000648     MOVE WS-ORI-ORIGEN(WS-SUB-ORI)   TO WS-RES-ORIGEN.
000649     MOVE WS-ORI-MONEDA(WS-SUB-ORI)   TO WS-RES-MONEDA.
000650     MOVE WS-ORI-CANT(WS-SUB-ORI)     TO WS-RES-CANT.
000651     MOVE WS-ORI-TRAMO(WS-SUB-ORI, 1) TO WS-RES-TRAMO-1.
000652     MOVE WS-ORI-TRAMO(WS-SUB-ORI, 2) TO WS-RES-TRAMO-2.
000653     MOVE WS-ORI-TRAMO(WS-SUB-ORI, 3) TO WS-RES-TRAMO-3.
000654     MOVE WS-ORI-TRAMO(WS-SUB-ORI, 4) TO WS-RES-TRAMO-4.
000655     MOVE WS-ORI-TOTAL(WS-SUB-ORI)    TO WS-RES-TOTAL.
000656
000657     PERFORM 8150-I-DESCRIBIR-ORIGEN THRU 8150-F-DESCRIBIR-ORIGEN.
000658
000659     WRITE REG-LISTADO FROM WS-LIN-RESUMEN.
000660
000661     ADD 1 TO WS-SUB-ORI.
000662
000663 8100-F-LISTAR-ORIGEN. EXIT.
000664
000665**************************************
000666*  DESCRIPCION DEL ORIGEN (TIPO DE   *
000667*  MOVIMIENTO DE MOVCTA19)           *
000668**************************************
000669
000670 8150-I-DESCRIBIR-ORIGEN.
000671
000672     EVALUATE WS-RES-ORIGEN
000673       WHEN 'DB'
000674          MOVE 'DEBITO TRANSFERENCIA' TO WS-RES-DESCRIP
000675       WHEN 'CR'
000676          MOVE 'CREDITO TRANSFERENC.' TO WS-RES-DESCRIP
000677       WHEN 'CO'
000678          MOVE 'COMISION'             TO WS-RES-DESCRIP
000679       WHEN 'IN'
000680          MOVE 'INTERES DE CIERRE'    TO WS-RES-DESCRIP
000681       WHEN 'CH'
000682          MOVE 'CHEQUE POR CAMARA'    TO WS-RES-DESCRIP
000683       WHEN 'PC'
000684          MOVE 'PLAZO FIJO CONSTIT.'  TO WS-RES-DESCRIP
000685       WHEN 'PV'
000686          MOVE 'PLAZO FIJO VENCIM.'   TO WS-RES-DESCRIP
000687       WHEN 'MU'
000688          MOVE 'MULTA CHEQUE RECH.'   TO WS-RES-DESCRIP
000689       WHEN 'PD'
000690          MOVE 'DESEMBOLSO PRESTAMO'  TO WS-RES-DESCRIP
000691       WHEN 'PQ'
000692          MOVE 'CUOTA PRESTAMO'       TO WS-RES-DESCRIP
000693       WHEN 'PP'
000694          MOVE 'PUNITORIO PRESTAMO'   TO WS-RES-DESCRIP
000695       WHEN 'RT'
000696          MOVE 'RECHAZO DE CAMARA'    TO WS-RES-DESCRIP
000697       WHEN 'DE'
000698          MOVE 'DEPOSITO POR CAJA'    TO WS-RES-DESCRIP
000699       WHEN 'EE'
000700          MOVE 'EXTRACCION POR CAJA'  TO WS-RES-DESCRIP
000701       WHEN 'AT'
000702          MOVE 'CAJERO AUTOMATICO'    TO WS-RES-DESCRIP
000703       WHEN 'FD'
000704          MOVE 'CAMBIOS - DEBITO'     TO WS-RES-DESCRIP
000705       WHEN 'FC'
000706          MOVE 'CAMBIOS - CREDITO'    TO WS-RES-DESCRIP
000707       WHEN 'DA'
000708          MOVE 'DEBITO AUTOMATICO'    TO WS-RES-DESCRIP
000709       WHEN 'RA'
000710          MOVE 'REVERSION DEB. AUT.'  TO WS-RES-DESCRIP
000711       WHEN OTHER
000712          MOVE 'OTROS'                TO WS-RES-DESCRIP
000713     END-EVALUATE.
000714
000715 8150-F-DESCRIBIR-ORIGEN. EXIT.
000716
000717**************************************
000718*                                    *
000719*  CUERPO FINAL CIERRE DE FILES      *
000720*                                    *
000721**************************************
000722 9999-I-FINAL.
000723
000724     CLOSE SUSPENSO
000725        IF WS-SUS-CODE IS NOT EQUAL '00'
000726          DISPLAY '* ERROR EN CLOSE SUSPENSO = ' WS-SUS-CODE
000727          MOVE 9999 TO RETURN-CODE
000728       END-IF.
000729
000730     CLOSE LISTADO
000731        IF WS-LIS-CODE IS NOT EQUAL '00'
000732          DISPLAY '* ERROR EN CLOSE LISTADO = ' WS-LIS-CODE
000733          MOVE 9999 TO RETURN-CODE
000734       END-IF.
000735
000736**********************************
000737*   MOSTRAR TOTALES DE CONTROL   *
000738**********************************
000739
000740     DISPLAY 'PARTIDAS LEIDAS: '          WS-CONT-LEIDOS.
000741     DISPLAY 'PARTIDAS ABIERTAS: '        WS-CONT-ABIERTAS.
000742     DISPLAY 'CANCELADAS EN LA NOCHE: '   WS-CONT-CANCELADAS.
000743     DISPLAY 'VENCIDAS EN EL DETALLE: '   WS-CONT-VENCIDAS.
000744
000745 9999-F-FINAL. EXIT.
